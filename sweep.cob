*> its dead rows are deleted in place. Message rows whose sender is
*> gone but whose recipient is live are reported and kept - the
*> recipient still owns the message. Jobs are swept before
*> applications so an application under a dropped posting is caught in
*> the same run. endorsements.dat is keyed as well; an endorsement
*> whose endorser or endorsee account is gone is deleted in place.
*> blocks.dat is handled the same way: a block whose blocker or
*> blocked account is gone is deleted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.
       AUTHOR. STUDENT.
               ALTERNATE RECORD KEY IS MS-RECIPIENT WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT ENDORSE-FILE ASSIGN TO "endorsements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-END-STATUS.

           SELECT BLOCK-FILE ASSIGN TO "blocks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BLOCK-STATUS.

           SELECT TEMP-JOB-FILE ASSIGN TO "temp_sweep_jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-JOB-STATUS.
           05 USR-LOCKED         PIC X.
           05 USR-ACCT-TYPE      PIC X.
           05 USR-VERIFIED       PIC X.
           05 USR-LAST-LOGIN     PIC X(10).
           05 USR-DORMANT        PIC X.
           05 USR-DORMANT-DATE   PIC X(10).

       FD  JOB-FILE.
       01  JOB-REC            PIC X(300).
           05 MS-BODY         PIC X(200).
           05 MS-MSG-TYPE     PIC X.

       FD  ENDORSE-FILE.
       01  ENDORSE-REC.
           05 EN-KEY.
              10 EN-ENDORSEE     PIC X(20).
              10 EN-SKILL-NAME   PIC X(30).
              10 EN-ENDORSER     PIC X(20).
           05 EN-ENDORSED-ON     PIC X(10).

       FD  BLOCK-FILE.
       01  BLOCK-REC.
           05 BL-KEY.
              10 BL-BLOCKER      PIC X(20).
              10 BL-BLOCKED      PIC X(20).
           05 BL-BLOCKED-ON      PIC X(10).

       FD  TEMP-JOB-FILE.
       01  TEMP-JOB-REC       PIC X(300).

       01  WS-APP-STATUS      PIC XX VALUE SPACES.
       01  WS-SKILLS-STATUS   PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-END-STATUS      PIC XX VALUE SPACES.
       01  WS-BLOCK-STATUS    PIC XX VALUE SPACES.
       01  WS-TEMP-JOB-STATUS PIC XX VALUE SPACES.
       01  WS-TEMP-APP-STATUS PIC XX VALUE SPACES.
       01  WS-TEMP-SKILL-STATUS PIC XX VALUE SPACES.
       01  WS-MSGS-READ       PIC 9(7) VALUE 0.
       01  WS-MSGS-DROPPED    PIC 9(7) VALUE 0.
       01  WS-MSGS-SENDERLESS PIC 9(7) VALUE 0.
       01  WS-ENDS-READ       PIC 9(7) VALUE 0.
       01  WS-ENDS-DROPPED    PIC 9(7) VALUE 0.
       01  WS-BLOCKS-READ     PIC 9(7) VALUE 0.
       01  WS-BLOCKS-DROPPED  PIC 9(7) VALUE 0.
       01  WS-TOTAL-DROPPED   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SWEEP-APPLICATIONS
           PERFORM SWEEP-SKILLS
           PERFORM SWEEP-MESSAGES
           PERFORM SWEEP-ENDORSEMENTS
           PERFORM SWEEP-BLOCKS
           CLOSE USER-FILE
           PERFORM WRITE-SWEEP-AUDIT
           PERFORM PRINT-SUMMARY
               DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
           END-IF.

       SWEEP-ENDORSEMENTS.
           *>Keyed file: an endorsement needs both its endorser and the
           *>person endorsed, so losing either account removes the row
           *>in place.
           MOVE 'N' TO EOF-FLAG
           OPEN I-O ENDORSE-FILE
           IF WS-END-STATUS NOT = "00"
               CLOSE ENDORSE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ENDORSE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ENDS-READ
                       PERFORM CHECK-ONE-ENDORSEMENT
               END-READ
           END-PERFORM
           CLOSE ENDORSE-FILE.

       CHECK-ONE-ENDORSEMENT.
           MOVE EN-ENDORSEE TO WS-LOOKUP-USERNAME
           PERFORM CHECK-USER-EXISTS
           IF WS-USER-EXISTS = 'Y'
               MOVE EN-ENDORSER TO WS-LOOKUP-USERNAME
               PERFORM CHECK-USER-EXISTS
           END-IF
           IF WS-USER-EXISTS = 'N'
               ADD 1 TO WS-ENDS-DROPPED
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Dropping endorsement of " DELIMITED BY SIZE
                      FUNCTION TRIM(EN-ENDORSEE) DELIMITED BY SIZE
                      " for " DELIMITED BY SIZE
                      FUNCTION TRIM(EN-SKILL-NAME) DELIMITED BY SIZE
                      " by " DELIMITED BY SIZE
                      FUNCTION TRIM(EN-ENDORSER) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOOKUP-USERNAME) DELIMITED BY SIZE
                      " no longer exists)" DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
               DELETE ENDORSE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       SWEEP-BLOCKS.
           *>Keyed file: a block between two accounts is dead once
           *>either account is gone, and is removed in place.
           MOVE 'N' TO EOF-FLAG
           OPEN I-O BLOCK-FILE
           IF WS-BLOCK-STATUS NOT = "00"
               CLOSE BLOCK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BLOCK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-BLOCKS-READ
                       PERFORM CHECK-ONE-BLOCK
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE.

       CHECK-ONE-BLOCK.
           MOVE BL-BLOCKER TO WS-LOOKUP-USERNAME
           PERFORM CHECK-USER-EXISTS
           IF WS-USER-EXISTS = 'Y'
               MOVE BL-BLOCKED TO WS-LOOKUP-USERNAME
               PERFORM CHECK-USER-EXISTS
           END-IF
           IF WS-USER-EXISTS = 'N'
               ADD 1 TO WS-BLOCKS-DROPPED
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Dropping block of " DELIMITED BY SIZE
                      FUNCTION TRIM(BL-BLOCKED) DELIMITED BY SIZE
                      " by " DELIMITED BY SIZE
                      FUNCTION TRIM(BL-BLOCKER) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOOKUP-USERNAME) DELIMITED BY SIZE
                      " no longer exists)" DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
               DELETE BLOCK-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       BUILD-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE "-" DELIMITED BY SIZE
           *>One audit line per run in the same "who did what and
           *>when" shape the rest of the system writes.
           COMPUTE WS-TOTAL-DROPPED = WS-JOBS-DROPPED + WS-APPS-DROPPED
               + WS-SKILLS-DROPPED + WS-MSGS-DROPPED + WS-ENDS-DROPPED
               + WS-BLOCKS-DROPPED
           PERFORM BUILD-CURRENT-TIMESTAMP
           OPEN EXTEND OUTPUT-FILE
           IF WS-OUT-STATUS = "00"
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Endorsements: " DELIMITED BY SIZE
                  WS-ENDS-READ DELIMITED BY SIZE
                  " read, " DELIMITED BY SIZE
                  WS-ENDS-DROPPED DELIMITED BY SIZE
                  " dropped" DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Blocks: " DELIMITED BY SIZE
                  WS-BLOCKS-READ DELIMITED BY SIZE
                  " read, " DELIMITED BY SIZE
                  WS-BLOCKS-DROPPED DELIMITED BY SIZE
                  " dropped" DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE "=====================================" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).
