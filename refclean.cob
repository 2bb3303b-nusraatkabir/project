*> InCollege reference cleanup job, run once when the universities.dat
*> and majors.dat reference tables are first loaded and again whenever
*> an administrator adds spellings. Every profile in profiles.dat is
*> walked and its university and major are matched against the tables
*> the same way the interactive system matches what a student types:
*> by code, official name or any other spelling, without regard to
*> case. A matched value that differs from the official name is
*> replaced with it and the profile is rewritten, so the management
*> report, the placement funnel, directory search and announcement
*> targeting all see one spelling per school and per major. A value
*> the tables do not know is left as it is and listed, with the
*> username, on Reference-Cleanup.txt, so the administrator can add it
*> as a new entry or another spelling and run the job again. Each
*> rewritten profile is written to the persistent audit log under the
*> student's username, plus one SYSTEM summary line. With both tables
*> empty there is nothing to match against and the job stops without
*> touching anything; an unreadable profiles.dat ends it with return
*> code 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENCE-CLEANUP.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "Reference-Cleanup.txt"
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
       *>Keyed on the 20-byte padded username that has always led the
       *>comma-delimited profile record.
       FD  PROFILE-FILE.
       01  PROFILE-REC.
           05 PR-USERNAME     PIC X(20).
           05 FILLER          PIC X(1280).

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
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-OUT-STATUS      PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.

       01  WS-DISPLAY-MESSAGE PIC X(120).
       01  EOF-PROFILE        PIC X VALUE 'N'.
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-TODAY-DATE      PIC X(10).
       01  WS-AUDIT-TIMESTAMP PIC X(19).
       01  WS-AUDIT-LINE      PIC X(100).
       01  WS-AUDIT-USERNAME  PIC X(20).
       01  WS-AUDIT-ACTION    PIC X(80).

       01  WS-PROFILE-CHANGED PIC X VALUE 'N'.
       01  WS-UNMATCHED-FIELD PIC X(10).
       01  WS-UNMATCHED-VALUE PIC X(50).

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

       01  WS-PROFILES-READ   PIC 9(5) VALUE 0.
       01  WS-UPDATED-COUNT   PIC 9(5) VALUE 0.
       01  WS-UNIV-MAPPED     PIC 9(5) VALUE 0.
       01  WS-MAJOR-MAPPED    PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.

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
           MOVE "===== InCollege Reference Cleanup =====" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           PERFORM BUILD-TODAY-DATE
           PERFORM LOAD-REFERENCE-TABLES
           IF WS-UT-COUNT = 0 AND WS-MT-COUNT = 0
               MOVE "The reference tables are empty - nothing to match against." TO WS-DISPLAY-MESSAGE
               DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
               STOP RUN
           END-IF

           OPEN I-O PROFILE-FILE
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "profiles.dat could not be opened - reference cleanup abandoned."
               CLOSE PROFILE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OUTPUT-FILE
           PERFORM OPEN-UNMATCHED-REPORT

           MOVE 'N' TO EOF-PROFILE
           PERFORM UNTIL EOF-PROFILE = 'Y'
               READ PROFILE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-PROFILE
                   NOT AT END
                       PERFORM CLEAN-ONE-PROFILE
               END-READ
           END-PERFORM

           PERFORM CLOSE-UNMATCHED-REPORT
           PERFORM WRITE-RUN-AUDIT
           CLOSE OUTPUT-FILE
           CLOSE PROFILE-FILE

           PERFORM PRINT-SUMMARY
           STOP RUN.

       BUILD-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                  WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                  WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING.

       CLEAN-ONE-PROFILE.
           *>A table with no entries is skipped rather than reporting
           *>every profile's value as unmatched.
           ADD 1 TO WS-PROFILES-READ
           PERFORM PARSE-PROFILE-REC
           MOVE 'N' TO WS-PROFILE-CHANGED

           IF PF-UNIVERSITY NOT = SPACES AND WS-UT-COUNT > 0
               MOVE 'U' TO WS-REF-KIND
               MOVE PF-UNIVERSITY TO WS-REF-LOOKUP
               PERFORM MATCH-REFERENCE-VALUE
               IF WS-REF-MATCHED = 'Y'
                   IF WS-REF-OFFICIAL NOT = PF-UNIVERSITY
                       MOVE WS-REF-OFFICIAL TO PF-UNIVERSITY
                       ADD 1 TO WS-UNIV-MAPPED
                       MOVE 'Y' TO WS-PROFILE-CHANGED
                   END-IF
               ELSE
                   MOVE "University" TO WS-UNMATCHED-FIELD
                   MOVE PF-UNIVERSITY TO WS-UNMATCHED-VALUE
                   PERFORM WRITE-UNMATCHED
               END-IF
           END-IF

           IF PF-MAJOR NOT = SPACES AND WS-MT-COUNT > 0
               MOVE 'M' TO WS-REF-KIND
               MOVE PF-MAJOR TO WS-REF-LOOKUP
               PERFORM MATCH-REFERENCE-VALUE
               IF WS-REF-MATCHED = 'Y'
                   IF WS-REF-OFFICIAL(1:40) NOT = PF-MAJOR
                       MOVE WS-REF-OFFICIAL(1:40) TO PF-MAJOR
                       ADD 1 TO WS-MAJOR-MAPPED
                       MOVE 'Y' TO WS-PROFILE-CHANGED
                   END-IF
               ELSE
                   MOVE "Major" TO WS-UNMATCHED-FIELD
                   MOVE PF-MAJOR TO WS-UNMATCHED-VALUE
                   PERFORM WRITE-UNMATCHED
               END-IF
           END-IF

           IF WS-PROFILE-CHANGED = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-PROFILE
           ADD 1 TO WS-UPDATED-COUNT
           MOVE PF-USERNAME TO WS-AUDIT-USERNAME
           MOVE "Profile university/major set to official reference names" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING FUNCTION TRIM(PF-USERNAME) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-UNIVERSITY) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-MAJOR) DELIMITED BY SIZE
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

       OPEN-UNMATCHED-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "===== InCollege Reference Cleanup - Unmatched Values =====" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run date " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " - values below were left as they stand" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING PF-USERNAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-UNMATCHED-FIELD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UNMATCHED-VALUE) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       CLOSE-UNMATCHED-REPORT.
           IF WS-UNMATCHED-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "Add each as an entry or another spelling, then run the cleanup again." TO REPORT-LINE
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
           STRING "Reference cleanup updated " DELIMITED BY SIZE
                  WS-UPDATED-COUNT DELIMITED BY SIZE
                  " profile(s), unmatched " DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Profiles read: " DELIMITED BY SIZE
                  WS-PROFILES-READ DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Profiles updated: " DELIMITED BY SIZE
                  WS-UPDATED-COUNT DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Universities set to the official name: " DELIMITED BY SIZE
                  WS-UNIV-MAPPED DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Majors set to the official name: " DELIMITED BY SIZE
                  WS-MAJOR-MAPPED DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Unmatched values (see Reference-Cleanup.txt): " DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE "=======================================" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).
