*> InCollege registrar change-feed job: keeps profiles.dat in step
*> with the registrar after a student has been onboarded. The
*> registrar drops a periodic updates file, regfeed.dat, with one
*> comma-separated row per change: username, change type, new value,
*> and optionally the value the registrar last sent. Majors and
*> universities are matched against the majors.dat and
*> universities.dat reference tables, and the profile is given the
*> official name; a new value the tables do not know is not applied.
*> The change types are MAJOR (sets PF-MAJOR), GRADYEAR (sets
*> PF-GRAD-YEAR, which the alumni archive and cohort announcements key
*> on), TRANSFER (sets PF-UNIVERSITY), and WITHDRAWN (locks the
*> account; the value is not used). A row that names a username with
*> no account or no profile, an employer account, an unknown change
*> type, or a graduation year that is not a four-digit year between
*> 1900 and 2100 is not applied. When the row carries the prior value
*> and the profile holds neither that value nor the new one, the
*> student has already edited the profile to something else, and the
*> row is not applied either, so the registrar and the student can
*> settle it. Every row that is not applied is listed with its reason
*> and the row as received on Registrar-Exceptions.txt. A row whose
*> change is already on the profile is counted and otherwise left
*> alone. Every applied change is written to the persistent audit log
*> under the student's username. Once the whole file has been read it
*> is emptied in place so the next drop starts clean; if the exception
*> report cannot be opened the run stops with return code 8 before
*> reading the feed, and the drop is kept for the rerun. Runs in the
*> nightly driver ahead of the alumni archive, so a pushed-back
*> graduation year is on file before the archive decides who has left,
*> or standalone on demand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-FEED.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USERNAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           SELECT FEED-FILE ASSIGN TO "regfeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "Registrar-Exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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
       01  USER-REC.
           05 USR-USERNAME       PIC X(20).
           05 USR-PASSWORD-SALT  PIC 9(5).
           05 USR-PASSWORD-HASH  PIC 9(10).
           05 USR-PWD-TEMP       PIC X.
           05 USR-FAIL-COUNT     PIC 9(2).
           05 USR-LOCKED         PIC X.
           05 USR-ACCT-TYPE      PIC X.
           05 USR-VERIFIED       PIC X.
           05 USR-LAST-LOGIN     PIC X(10).
           05 USR-DORMANT        PIC X.
           05 USR-DORMANT-DATE   PIC X(10).

       *>Keyed on the 20-byte padded username that has always led the
       *>comma-delimited profile record.
       FD  PROFILE-FILE.
       01  PROFILE-REC.
           05 PR-USERNAME     PIC X(20).
           05 FILLER          PIC X(1280).

       FD  FEED-FILE.
       01  FEED-REC           PIC X(200).

       FD  OUTPUT-FILE.
       01  OUT-REC            PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE        PIC X(200).

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
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-FEED-STATUS     PIC XX VALUE SPACES.
       01  WS-OUT-STATUS      PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

       01  WS-DISPLAY-MESSAGE PIC X(120).
       01  EOF-FEED           PIC X VALUE 'N'.
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-TODAY-DATE      PIC X(10).
       01  WS-AUDIT-TIMESTAMP PIC X(19).
       01  WS-AUDIT-LINE      PIC X(100).
       01  WS-AUDIT-USERNAME  PIC X(20).
       01  WS-AUDIT-ACTION    PIC X(80).

       01  WS-FEED-FIELDS.
           05 RF-USERNAME        PIC X(20).
           05 RF-CHANGE-TYPE     PIC X(12).
           05 RF-NEW-VALUE       PIC X(50).
           05 RF-PRIOR-VALUE     PIC X(50).
       01  WS-CHANGE-TYPE        PIC X(12).
       01  WS-YEAR-X             PIC X(4).
       01  WS-NEW-YEAR           PIC 9(4).
       01  WS-PRIOR-YEAR         PIC 9(4).
       01  WS-CURRENT-VALUE      PIC X(50).
       01  WS-EXCEPTION-REASON   PIC X(60).
       01  WS-ROW-OK             PIC X VALUE 'Y'.
       01  WS-ROW-NUMBER         PIC 9(5) VALUE 0.
       01  WS-ROW-DISP           PIC ZZZZ9.

       *>Profile laid out the same as the interactive system's
       *>WS-PROFILE so the record rewritten here unstrings identically
       *>in PARSE-PROFILE-REC.
       01  WS-PROFILE.
          05 PF-USERNAME           PIC X(20).
          05 PF-FIRST-NAME         PIC X(30).
          05 PF-LAST-NAME          PIC X(30).
          05 PF-UNIVERSITY         PIC X(50).
          05 PF-MAJOR              PIC X(40).
          05 PF-GRAD-YEAR          PIC 9(4).
          05 PF-ABOUT-ME           PIC X(200).
          05 PF-EXP-COUNT          PIC 9 VALUE 0.
          05 PF-EXP OCCURS 3 TIMES.
             10 PF-EXP-TITLE       PIC X(30).
             10 PF-EXP-COMPANY     PIC X(30).
             10 PF-EXP-DATES       PIC X(20).
             10 PF-EXP-DESC        PIC X(100).
          05 PF-EDU-COUNT          PIC 9 VALUE 0.
          05 PF-EDU OCCURS 3 TIMES.
             10 PF-EDU-DEGREE      PIC X(30).
             10 PF-EDU-UNIV       PIC X(50).
             10 PF-EDU-YEARS       PIC X(20).
          05 PF-MENTOR-FLAG        PIC X VALUE 'N'.

       01  WS-ROWS-READ       PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01  WS-CURRENT-COUNT   PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01  WS-LOCKED-COUNT    PIC 9(5) VALUE 0.

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
           MOVE "===== InCollege Registrar Change Feed =====" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           PERFORM BUILD-TODAY-DATE
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               MOVE "Registrar feed regfeed.dat not found - nothing to do." TO WS-DISPLAY-MESSAGE
               DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
               STOP RUN
           END-IF

           OPEN I-O USER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "users.dat could not be opened - registrar feed abandoned."
               CLOSE USER-FILE
               CLOSE FEED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PROFILE-FILE
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "profiles.dat could not be opened - registrar feed abandoned."
               CLOSE PROFILE-FILE
               CLOSE USER-FILE
               CLOSE FEED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           *>Without the exception report a rejected row would be lost
           *>when the feed is emptied, so the feed is left for a rerun.
           PERFORM OPEN-EXCEPTION-REPORT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Registrar-Exceptions.txt could not be opened - registrar feed abandoned."
               CLOSE REPORT-FILE
               CLOSE PROFILE-FILE
               CLOSE USER-FILE
               CLOSE FEED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OUTPUT-FILE
           PERFORM LOAD-REFERENCE-TABLES

           PERFORM PROCESS-FEED

           PERFORM CLOSE-EXCEPTION-REPORT
           PERFORM WRITE-RUN-AUDIT
           CLOSE OUTPUT-FILE
           CLOSE PROFILE-FILE
           CLOSE USER-FILE
           CLOSE FEED-FILE

           *>Every row has been applied or reported, so the drop is
           *>spent; empty it in place so tomorrow's run does not apply
           *>it a second time.
           OPEN OUTPUT FEED-FILE
           CLOSE FEED-FILE

           PERFORM PRINT-SUMMARY
           STOP RUN.

       BUILD-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                  WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                  WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING.

       PROCESS-FEED.
           MOVE 'N' TO EOF-FEED
           PERFORM UNTIL EOF-FEED = 'Y'
               READ FEED-FILE INTO FEED-REC
                   AT END MOVE 'Y' TO EOF-FEED
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       IF FUNCTION TRIM(FEED-REC) NOT = SPACES
                           ADD 1 TO WS-ROWS-READ
                           PERFORM PROCESS-ONE-FEED-ROW
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-ONE-FEED-ROW.
           MOVE SPACES TO WS-FEED-FIELDS
           UNSTRING FEED-REC DELIMITED BY ","
               INTO RF-USERNAME
                    RF-CHANGE-TYPE
                    RF-NEW-VALUE
                    RF-PRIOR-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RF-CHANGE-TYPE)) TO WS-CHANGE-TYPE
           MOVE FUNCTION TRIM(RF-USERNAME) TO RF-USERNAME
           MOVE FUNCTION TRIM(RF-NEW-VALUE) TO RF-NEW-VALUE
           MOVE FUNCTION TRIM(RF-PRIOR-VALUE) TO RF-PRIOR-VALUE

           IF RF-USERNAME = SPACES
               MOVE "Missing username" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF WS-CHANGE-TYPE NOT = "MAJOR" AND WS-CHANGE-TYPE NOT = "GRADYEAR"
              AND WS-CHANGE-TYPE NOT = "TRANSFER" AND WS-CHANGE-TYPE NOT = "WITHDRAWN"
               MOVE "Unknown change type" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF WS-CHANGE-TYPE NOT = "WITHDRAWN" AND RF-NEW-VALUE = SPACES
               MOVE "No new value given" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE RF-USERNAME TO USR-USERNAME
           READ USER-FILE KEY IS USR-USERNAME
               INVALID KEY
                   MOVE "Unknown username" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           IF USR-ACCT-TYPE = 'E'
               MOVE "Employer account, not a student" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF WS-CHANGE-TYPE = "WITHDRAWN"
               PERFORM APPLY-WITHDRAWAL
               EXIT PARAGRAPH
           END-IF

           MOVE RF-USERNAME TO PR-USERNAME
           READ PROFILE-FILE KEY IS PR-USERNAME
               INVALID KEY
                   MOVE "No profile on file" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           PERFORM PARSE-PROFILE-REC

           EVALUATE WS-CHANGE-TYPE
               WHEN "MAJOR"
                   PERFORM APPLY-MAJOR-CHANGE
               WHEN "GRADYEAR"
                   PERFORM APPLY-GRAD-YEAR-CHANGE
               WHEN "TRANSFER"
                   PERFORM APPLY-TRANSFER
           END-EVALUATE.

       APPLY-MAJOR-CHANGE.
           MOVE PF-MAJOR TO WS-CURRENT-VALUE
           MOVE 'M' TO WS-REF-KIND
           PERFORM NORMALIZE-FEED-VALUES
           IF WS-ROW-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TEXT-CHANGE
           IF WS-ROW-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE RF-NEW-VALUE TO PF-MAJOR
           PERFORM REWRITE-PROFILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Registrar set major to " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-MAJOR) DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM RECORD-APPLIED-CHANGE.

       APPLY-TRANSFER.
           MOVE PF-UNIVERSITY TO WS-CURRENT-VALUE
           MOVE 'U' TO WS-REF-KIND
           PERFORM NORMALIZE-FEED-VALUES
           IF WS-ROW-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TEXT-CHANGE
           IF WS-ROW-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE RF-NEW-VALUE TO PF-UNIVERSITY
           PERFORM REWRITE-PROFILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Registrar transfer to " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-UNIVERSITY) DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM RECORD-APPLIED-CHANGE.

       NORMALIZE-FEED-VALUES.
           *>The new value, the prior value and the profile's current
           *>value are each taken to their official reference name, so
           *>a code or other spelling on any side compares equal to the
           *>name it stands for and the profile gets the official name.
           *>A new value the table does not know is an exception,
           *>unless the table has no entries yet.
           MOVE 'Y' TO WS-ROW-OK
           MOVE RF-NEW-VALUE TO WS-REF-LOOKUP
           PERFORM MATCH-REFERENCE-VALUE
           IF WS-REF-MATCHED = 'Y'
               MOVE WS-REF-OFFICIAL TO RF-NEW-VALUE
           ELSE
               IF WS-REF-EMPTY = 'N'
                   MOVE 'N' TO WS-ROW-OK
                   IF WS-REF-KIND = 'M'
                       MOVE "Major not in the reference table" TO WS-EXCEPTION-REASON
                   ELSE
                       MOVE "University not in the reference table" TO WS-EXCEPTION-REASON
                   END-IF
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF RF-PRIOR-VALUE NOT = SPACES
               MOVE RF-PRIOR-VALUE TO WS-REF-LOOKUP
               PERFORM MATCH-REFERENCE-VALUE
               IF WS-REF-MATCHED = 'Y'
                   MOVE WS-REF-OFFICIAL TO RF-PRIOR-VALUE
               END-IF
           END-IF
           MOVE WS-CURRENT-VALUE TO WS-REF-LOOKUP
           PERFORM MATCH-REFERENCE-VALUE
           IF WS-REF-MATCHED = 'Y'
               MOVE WS-REF-OFFICIAL TO WS-CURRENT-VALUE
           END-IF.

       CHECK-TEXT-CHANGE.
           *>Case and spacing are not differences: "computer science"
           *>on the profile already matches "Computer Science".
           MOVE 'N' TO WS-ROW-OK
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-VALUE))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(RF-NEW-VALUE))
               ADD 1 TO WS-CURRENT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF RF-PRIOR-VALUE NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CURRENT-VALUE))
                  NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(RF-PRIOR-VALUE))
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING "Profile already edited to " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURRENT-VALUE) DELIMITED BY SIZE
                      INTO WS-EXCEPTION-REASON
               END-STRING
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ROW-OK.

       APPLY-GRAD-YEAR-CHANGE.
           MOVE RF-NEW-VALUE TO WS-YEAR-X
           PERFORM CHECK-YEAR-TEXT
           IF WS-ROW-OK = 'N' OR RF-NEW-VALUE(5:) NOT = SPACES
               MOVE "Bad graduation year" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YEAR-X TO WS-NEW-YEAR

           IF PF-GRAD-YEAR = WS-NEW-YEAR
               ADD 1 TO WS-CURRENT-COUNT
               EXIT PARAGRAPH
           END-IF

           IF RF-PRIOR-VALUE NOT = SPACES
               MOVE RF-PRIOR-VALUE TO WS-YEAR-X
               PERFORM CHECK-YEAR-TEXT
               IF WS-ROW-OK = 'N' OR RF-PRIOR-VALUE(5:) NOT = SPACES
                   MOVE "Bad prior graduation year" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-YEAR-X TO WS-PRIOR-YEAR
               IF PF-GRAD-YEAR NOT = WS-PRIOR-YEAR
                   MOVE SPACES TO WS-EXCEPTION-REASON
                   STRING "Profile already edited to " DELIMITED BY SIZE
                          PF-GRAD-YEAR DELIMITED BY SIZE
                          INTO WS-EXCEPTION-REASON
                   END-STRING
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-NEW-YEAR TO PF-GRAD-YEAR
           PERFORM REWRITE-PROFILE
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Registrar set graduation year to " DELIMITED BY SIZE
                  PF-GRAD-YEAR DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM RECORD-APPLIED-CHANGE.

       CHECK-YEAR-TEXT.
           *>Four digits between 1900 and 2100, the same window the
           *>onboarding job accepts from the roster.
           MOVE 'N' TO WS-ROW-OK
           IF WS-YEAR-X IS NUMERIC
               IF WS-YEAR-X > "1900" AND WS-YEAR-X < "2100"
                   MOVE 'Y' TO WS-ROW-OK
               END-IF
           END-IF.

       APPLY-WITHDRAWAL.
           *>A withdrawn student keeps the account and profile but can
           *>no longer sign in; an administrator's Unlock an Account
           *>brings it back if the student re-enrolls.
           IF USR-LOCKED = 'Y'
               ADD 1 TO WS-CURRENT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO USR-LOCKED
           REWRITE USER-REC
               INVALID KEY
                   MOVE "Account could not be updated" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-LOCKED-COUNT
           MOVE "Account locked on registrar withdrawal" TO WS-AUDIT-ACTION
           PERFORM RECORD-APPLIED-CHANGE.

       RECORD-APPLIED-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE RF-USERNAME TO WS-AUDIT-USERNAME
           PERFORM WRITE-AUDIT-ENTRY
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING FUNCTION TRIM(RF-USERNAME) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).

       PARSE-PROFILE-REC.
           UNSTRING PROFILE-REC DELIMITED BY ","
              INTO PF-USERNAME
                   PF-FIRST-NAME
                   PF-LAST-NAME
                   PF-UNIVERSITY
                   PF-MAJOR
                   PF-GRAD-YEAR
                   PF-ABOUT-ME
                   PF-EXP-COUNT
                   PF-EXP-TITLE(1)
                   PF-EXP-COMPANY(1)
                   PF-EXP-DATES(1)
                   PF-EXP-DESC(1)
                   PF-EXP-TITLE(2)
                   PF-EXP-COMPANY(2)
                   PF-EXP-DATES(2)
                   PF-EXP-DESC(2)
                   PF-EXP-TITLE(3)
                   PF-EXP-COMPANY(3)
                   PF-EXP-DATES(3)
                   PF-EXP-DESC(3)
                   PF-EDU-COUNT
                   PF-EDU-DEGREE(1)
                   PF-EDU-UNIV(1)
                   PF-EDU-YEARS(1)
                   PF-EDU-DEGREE(2)
                   PF-EDU-UNIV(2)
                   PF-EDU-YEARS(2)
                   PF-EDU-DEGREE(3)
                   PF-EDU-UNIV(3)
                   PF-EDU-YEARS(3)
                   PF-MENTOR-FLAG
           END-UNSTRING
           IF PF-MENTOR-FLAG NOT = 'Y'
               MOVE 'N' TO PF-MENTOR-FLAG
           END-IF.

       REWRITE-PROFILE.
           MOVE SPACES TO PROFILE-REC
           STRING PF-USERNAME DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-FIRST-NAME DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-LAST-NAME DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-UNIVERSITY DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-MAJOR DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-GRAD-YEAR DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-ABOUT-ME DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-COUNT DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-TITLE (1) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-COMPANY (1) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-DATES (1) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-DESC (1) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-TITLE (2) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-COMPANY (2) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-DATES (2) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-DESC (2) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-TITLE (3) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-COMPANY (3) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-DATES (3) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EXP-DESC (3) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EDU-COUNT DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EDU-DEGREE (1) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EDU-UNIV (1) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EDU-YEARS (1) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EDU-DEGREE (2) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EDU-UNIV (2) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EDU-YEARS (2) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EDU-DEGREE (3) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EDU-UNIV (3) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-EDU-YEARS (3) DELIMITED BY SIZE "," DELIMITED BY SIZE
               PF-MENTOR-FLAG DELIMITED BY SIZE
               INTO PROFILE-REC
           END-STRING
           REWRITE PROFILE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       OPEN-EXCEPTION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "===== InCollege Registrar Feed Exceptions =====" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run date " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " - rows below were not applied" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-EXCEPTION.
           *>The reason, then the row exactly as received so it can be
           *>corrected and sent again.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-ROW-NUMBER TO WS-ROW-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Row " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-DISP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(RF-USERNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-TYPE) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXCEPTION-REASON) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                  FUNCTION TRIM(FEED-REC) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       CLOSE-EXCEPTION-REPORT.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "========================================" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           MOVE SPACES TO REPORT-LINE.

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

       BUILD-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                  WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                  WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE " " DELIMITED BY SIZE
                  WS-CURRENT-DATETIME(9:2) DELIMITED BY SIZE ":" DELIMITED BY SIZE
                  WS-CURRENT-DATETIME(11:2) DELIMITED BY SIZE ":" DELIMITED BY SIZE
                  WS-CURRENT-DATETIME(13:2) DELIMITED BY SIZE
                  INTO WS-AUDIT-TIMESTAMP
           END-STRING.

       WRITE-AUDIT-ENTRY.
           IF WS-OUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "[" DELIMITED BY SIZE
                  WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-USERNAME) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-ACTION) DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           END-STRING
           MOVE WS-AUDIT-LINE TO OUT-REC
           WRITE OUT-REC.

       WRITE-RUN-AUDIT.
           MOVE "SYSTEM" TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Registrar feed applied " DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  " rejected " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Feed rows read: " DELIMITED BY SIZE
                  WS-ROWS-READ DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Changes applied: " DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-LOCKED-COUNT DELIMITED BY SIZE
                  " withdrawal lock(s))" DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Already current: " DELIMITED BY SIZE
                  WS-CURRENT-COUNT DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Exceptions (see Registrar-Exceptions.txt): " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE "=======================================" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).
