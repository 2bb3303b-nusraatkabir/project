*> year), creates the users.dat account with a generated temporary
*> password through the same salt/hash scheme the interactive system
*> uses, seeds a stub profiles.dat record from the roster fields, and
*> prints a run summary of created/skipped/duplicate rows. The
*> university and major are matched against the universities.dat and
*> majors.dat reference tables and stored under their official names;
*> a row naming one the tables do not know is skipped and counted.
*> Accounts are created with the temporary-password flag set so the
*> student is forced through a password change at first login. The
*> MAXUSERS ceiling from incollege.cfg is enforced exactly as
*> CREATE-ACCOUNT enforces it interactively.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-ONBOARD.
       AUTHOR. STUDENT.
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           SELECT UNIVERSITY-FILE ASSIGN TO "universities.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UV-CODE
               FILE STATUS IS WS-UNIV-STATUS.

           SELECT MAJOR-FILE ASSIGN TO "majors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MJ-CODE
               FILE STATUS IS WS-MAJOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
           05 USR-LOCKED         PIC X.
           05 USR-ACCT-TYPE      PIC X.
           05 USR-VERIFIED       PIC X.
           05 USR-LAST-LOGIN     PIC X(10).
           05 USR-DORMANT        PIC X.
           05 USR-DORMANT-DATE   PIC X(10).

       FD  CONFIG-FILE.
       01  CONFIG-REC         PIC X(80).
           05 PR-USERNAME     PIC X(20).
           05 FILLER          PIC X(1280).

       *>University and major reference tables, maintained from the
       *>administrator menu of the interactive system.
       FD  UNIVERSITY-FILE.
       01  UNIV-REC.
           05 UV-CODE            PIC X(8).
           05 UV-NAME            PIC X(50).
           05 UV-ALIAS           PIC X(50) OCCURS 5 TIMES.

       FD  MAJOR-FILE.
       01  MAJOR-REC.
           05 MJ-CODE            PIC X(8).
           05 MJ-NAME            PIC X(50).
           05 MJ-ALIAS           PIC X(50) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-CONFIG-STATUS   PIC XX VALUE SPACES.
       01  WS-DUPLICATE-COUNT PIC 9(5) VALUE 0.
       01  WS-BADROW-COUNT    PIC 9(5) VALUE 0.
       01  WS-CEILING-COUNT   PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
       01  WS-ROW-OK          PIC X VALUE 'Y'.

       *>Both reference tables held in memory for the run. WS-REF-KIND
       *>(U or M) picks the table MATCH-REFERENCE-VALUE searches.
       01  WS-UNIV-STATUS        PIC XX VALUE SPACES.
       01  WS-MAJOR-STATUS       PIC XX VALUE SPACES.
       01  WS-UT-COUNT           PIC 9(4) VALUE 0.
       01  WS-REF-UNIV-TABLE.
           05 WS-UT-ENTRY OCCURS 500 TIMES PIC X(308).
       01  WS-MT-COUNT           PIC 9(4) VALUE 0.
       01  WS-REF-MAJOR-TABLE.
           05 WS-MT-ENTRY OCCURS 500 TIMES PIC X(308).
       01  WS-REF-ENTRY.
           05 WS-REF-CODE        PIC X(8).
           05 WS-REF-NAME        PIC X(50).
           05 WS-REF-ALIAS       PIC X(50) OCCURS 5 TIMES.
       01  WS-REF-KIND           PIC X VALUE 'U'.
       01  WS-REF-LOOKUP         PIC X(50).
       01  WS-REF-WANTED         PIC X(50).
       01  WS-REF-OFFICIAL       PIC X(50).
       01  WS-REF-MATCHED        PIC X VALUE 'N'.
       01  WS-REF-EMPTY          PIC X VALUE 'Y'.
       01  WS-REF-COUNT          PIC 9(4) VALUE 0.
       01  WS-REF-I              PIC 9(4) VALUE 0.
       01  WS-REF-IDX            PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ENSURE-FILES
           PERFORM LOAD-CONFIG
           PERFORM COUNT-USERS
           PERFORM LOAD-REFERENCE-TABLES
           PERFORM PROCESS-ROSTER
           PERFORM PRINT-SUMMARY
           STOP RUN.
               EXIT PARAGRAPH
           END-IF

           PERFORM NORMALIZE-ROSTER-ROW
           IF WS-ROW-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           IF WS-USER-COUNT >= WS-MAX-USERS
               ADD 1 TO WS-CEILING-COUNT
               MOVE SPACES TO WS-DISPLAY-MESSAGE
                   DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
           END-READ.

       NORMALIZE-ROSTER-ROW.
           *>The roster's university and major are stored under their
           *>official reference names. A value the tables do not know
           *>skips the row so it can be corrected and re-sent; a blank
           *>value, or a table with no entries yet, is left as it is.
           MOVE 'Y' TO WS-ROW-OK
           IF FUNCTION TRIM(RS-UNIVERSITY) NOT = SPACES
               MOVE 'U' TO WS-REF-KIND
               MOVE RS-UNIVERSITY TO WS-REF-LOOKUP
               PERFORM MATCH-REFERENCE-VALUE
               IF WS-REF-MATCHED = 'Y'
                   MOVE WS-REF-OFFICIAL TO RS-UNIVERSITY
               ELSE
                   IF WS-REF-EMPTY = 'N'
                       MOVE 'N' TO WS-ROW-OK
                       MOVE SPACES TO WS-DISPLAY-MESSAGE
                       STRING "Unrecognized university, row skipped: " DELIMITED BY SIZE
                              FUNCTION TRIM(RS-USERNAME) DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              FUNCTION TRIM(RS-UNIVERSITY) DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-DISPLAY-MESSAGE
                       END-STRING
                       DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
                   END-IF
               END-IF
           END-IF

           IF WS-ROW-OK = 'Y' AND FUNCTION TRIM(RS-MAJOR) NOT = SPACES
               MOVE 'M' TO WS-REF-KIND
               MOVE RS-MAJOR TO WS-REF-LOOKUP
               PERFORM MATCH-REFERENCE-VALUE
               IF WS-REF-MATCHED = 'Y'
                   MOVE WS-REF-OFFICIAL(1:40) TO RS-MAJOR
               ELSE
                   IF WS-REF-EMPTY = 'N'
                       MOVE 'N' TO WS-ROW-OK
                       MOVE SPACES TO WS-DISPLAY-MESSAGE
                       STRING "Unrecognized major, row skipped: " DELIMITED BY SIZE
                              FUNCTION TRIM(RS-USERNAME) DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              FUNCTION TRIM(RS-MAJOR) DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-DISPLAY-MESSAGE
                       END-STRING
                       DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
                   END-IF
               END-IF
           END-IF

           IF WS-ROW-OK = 'N'
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

       CREATE-ROSTER-ACCOUNT.
           PERFORM GENERATE-PASSWORD-SALT
           *>The generated temporary password deliberately satisfies
           MOVE 'N' TO USR-LOCKED
           MOVE 'S' TO USR-ACCT-TYPE
           MOVE 'A' TO USR-VERIFIED
           *>No login yet: the dormancy job starts the idle clock the
           *>first night it sees the blank last-login date.
           MOVE SPACES TO USR-LAST-LOGIN
           MOVE SPACE TO USR-DORMANT
           MOVE SPACES TO USR-DORMANT-DATE
           WRITE USER-REC
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   REWRITE PROFILE-REC
           END-WRITE.

       LOAD-REFERENCE-TABLES.
           *>A missing or empty table leaves its count at zero, and
           *>values are then taken as they stand.
           MOVE 0 TO WS-UT-COUNT
           OPEN INPUT UNIVERSITY-FILE
           IF WS-UNIV-STATUS = "00"
               PERFORM UNTIL WS-UNIV-STATUS NOT = "00"
                       OR WS-UT-COUNT >= 500
                   READ UNIVERSITY-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-UT-COUNT
                           MOVE UNIV-REC TO WS-UT-ENTRY(WS-UT-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE UNIVERSITY-FILE

           MOVE 0 TO WS-MT-COUNT
           OPEN INPUT MAJOR-FILE
           IF WS-MAJOR-STATUS = "00"
               PERFORM UNTIL WS-MAJOR-STATUS NOT = "00"
                       OR WS-MT-COUNT >= 500
                   READ MAJOR-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-MT-COUNT
                           MOVE MAJOR-REC TO WS-MT-ENTRY(WS-MT-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MAJOR-FILE.

       MATCH-REFERENCE-VALUE.
           *>Same rule as the interactive system: WS-REF-LOOKUP is
           *>compared without regard to case against each entry's
           *>code, official name and other spellings, and a match
           *>leaves the official name in WS-REF-OFFICIAL.
           MOVE 'N' TO WS-REF-MATCHED
           MOVE SPACES TO WS-REF-OFFICIAL
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-LOOKUP)) TO WS-REF-WANTED
           IF WS-REF-KIND = 'M'
               MOVE WS-MT-COUNT TO WS-REF-COUNT
           ELSE
               MOVE WS-UT-COUNT TO WS-REF-COUNT
           END-IF
           IF WS-REF-COUNT = 0
               MOVE 'Y' TO WS-REF-EMPTY
           ELSE
               MOVE 'N' TO WS-REF-EMPTY
           END-IF
           IF WS-REF-WANTED = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REF-I FROM 1 BY 1
                   UNTIL WS-REF-I > WS-REF-COUNT OR WS-REF-MATCHED = 'Y'
               IF WS-REF-KIND = 'M'
                   MOVE WS-MT-ENTRY(WS-REF-I) TO WS-REF-ENTRY
               ELSE
                   MOVE WS-UT-ENTRY(WS-REF-I) TO WS-REF-ENTRY
               END-IF
               PERFORM CHECK-REF-ENTRY-MATCH
           END-PERFORM.

       CHECK-REF-ENTRY-MATCH.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-CODE)) = WS-REF-WANTED
              OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-NAME)) = WS-REF-WANTED
               MOVE 'Y' TO WS-REF-MATCHED
           END-IF
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1 UNTIL WS-REF-IDX > 5
               IF WS-REF-ALIAS(WS-REF-IDX) NOT = SPACES
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-ALIAS(WS-REF-IDX)))
                      = WS-REF-WANTED
                   MOVE 'Y' TO WS-REF-MATCHED
               END-IF
           END-PERFORM
           IF WS-REF-MATCHED = 'Y'
               MOVE WS-REF-NAME TO WS-REF-OFFICIAL
           END-IF.

       GENERATE-PASSWORD-SALT.
           *>Same salting rule as the interactive system: the
           *>hundredths-of-a-second timestamp field mixed with the
                  INTO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Unrecognized university or major: " DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE "=======================================" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).
