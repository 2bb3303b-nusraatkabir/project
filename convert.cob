*> InCollege one-time conversion job for the data-file layout changes:
*> connections.dat and messages.dat moved from line-sequential to
*> keyed organization, and users.dat and profiles.dat grew their
*> records (the widened profile, and on users.dat first the
*> verification byte and now the last-login and dormancy fields). The
*> operator renames each old file to its .old twin - users.old,
*> profiles.old, connections.old, messages.old; any that are absent
*> are skipped - then runs this job once. Each old row is read at its

       DATA DIVISION.
       FILE SECTION.
       *>The account record at its pre-dormancy 41-byte length.
       FD  OLD-USER-FILE.
       01  OLD-USER-REC.
           05 OLD-USR-USERNAME PIC X(20).
           05 FILLER           PIC X(21).

       *>The profile record at its old truncated 900-byte length.
       FD  OLD-PROFILE-FILE.
       FD  USER-FILE.
       01  USER-REC.
           05 USR-USERNAME    PIC X(20).
           05 FILLER          PIC X(42).

       FD  PROFILE-FILE.
       01  PROFILE-REC.
           END-IF.

       CONVERT-USERS.
           *>Old 41-byte account records copied into the 62-byte
           *>layout; the new last-login and dormancy fields stay
           *>spaces, which the dormancy job reads as an active account
           *>whose idle clock starts on its next run.
           OPEN INPUT OLD-USER-FILE
           IF WS-OLD-USER-STATUS NOT = "00"
              DISPLAY "No users.old on hand - account conversion skipped."
                   NOT AT END
                       ADD 1 TO WS-USER-READ
                       MOVE SPACES TO USER-REC
                       MOVE OLD-USER-REC TO USER-REC(1:41)
                       WRITE USER-REC
                           INVALID KEY
                               CONTINUE
