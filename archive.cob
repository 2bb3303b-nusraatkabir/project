           05 USR-LOCKED         PIC X.
           05 USR-ACCT-TYPE      PIC X.
           05 USR-VERIFIED       PIC X.
           05 USR-LAST-LOGIN     PIC X(10).
           05 USR-DORMANT        PIC X.
           05 USR-DORMANT-DATE   PIC X(10).

       *>Keyed on the 20-byte padded username that has always led the
       *>comma-delimited profile record.
