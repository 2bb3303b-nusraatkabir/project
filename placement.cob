*> InCollege placement reporting job: joins jobs.dat,
*> applications.dat, and profiles.dat into (a) a hiring funnel report
*> per employer and per student major - postings opened, applications
*> received, a breakdown by application status, and the interviews
*> scheduled and held from interviews.dat, with each major taken to
*> its official name in the majors.dat reference table - and (b) a
*> fixed-layout extract of the open postings with their applicant
*> counts for the campus career-services office. Run standalone (no
*> user interaction) after hours or on demand, the same way the
*> management report is run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLACEMENT-REPORT.
       AUTHOR. STUDENT.
               RECORD KEY IS PR-USERNAME
               FILE STATUS IS WS-PROF-STATUS.

           SELECT INTERVIEW-FILE ASSIGN TO "interviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INT-ID
               ALTERNATE RECORD KEY IS IV-APPLICANT WITH DUPLICATES
               FILE STATUS IS WS-INT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "Placement-Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT MAJOR-FILE ASSIGN TO "majors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MJ-CODE
               FILE STATUS IS WS-MAJOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-FILE.
           05 PR-USERNAME     PIC X(20).
           05 FILLER          PIC X(1280).

       *>Same layout the interactive system keeps its interview slots
       *>in; only confirmed (C) and held (H) slots count here.
       FD  INTERVIEW-FILE.
       01  INTERVIEW-REC.
           05 IV-INT-ID       PIC 9(9).
           05 IV-JOB-ID       PIC 9(5).
           05 IV-APPLICANT    PIC X(20).
           05 IV-EMPLOYER     PIC X(20).
           05 IV-SLOT-DATE    PIC X(10).
           05 IV-SLOT-TIME    PIC X(5).
           05 IV-STATUS       PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE        PIC X(100).

           05 EX-DEADLINE     PIC X(10).
           05 EX-APP-COUNT    PIC 9(4).

       *>Major reference table, maintained from the administrator menu
       *>of the interactive system.
       FD  MAJOR-FILE.
       01  MAJOR-REC.
           05 MJ-CODE            PIC X(8).
           05 MJ-NAME            PIC X(50).
           05 MJ-ALIAS           PIC X(50) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-JOB-STATUS      PIC XX VALUE SPACES.
       01  WS-APP-STATUS      PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-EXT-STATUS      PIC XX VALUE SPACES.
       01  WS-INT-STATUS      PIC XX VALUE SPACES.

       01  WS-I               PIC 9(4).
       01  WS-J               PIC 9(4).
       01  WS-DISPLAY-MESSAGE PIC X(100).
       01  EOF-JOBS           PIC X VALUE 'N'.
       01  EOF-APPLICATIONS   PIC X VALUE 'N'.
       01  EOF-INTERVIEWS     PIC X VALUE 'N'.

       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-TODAY-DATE      PIC X(10).
              10 WS-EMP-REVIEWED PIC 9(4).
              10 WS-EMP-ACCEPTED PIC 9(4).
              10 WS-EMP-REJECTED PIC 9(4).
              10 WS-EMP-SCHEDULED PIC 9(4).
              10 WS-EMP-HELD     PIC 9(4).
       01  WS-EMP-FOUND          PIC X VALUE 'N'.
       01  WS-EMP-IX             PIC 9(4) VALUE 0.

              10 WS-MJ-REVIEWED  PIC 9(4).
              10 WS-MJ-ACCEPTED  PIC 9(4).
              10 WS-MJ-REJECTED  PIC 9(4).
              10 WS-MJ-SCHEDULED PIC 9(4).
              10 WS-MJ-HELD      PIC 9(4).
       01  WS-MAJOR-FOUND        PIC X VALUE 'N'.
       01  WS-MAJOR-IX           PIC 9(4) VALUE 0.

           05 WS-JE-EMP-IX OCCURS 99999 TIMES PIC 9(3).

       01  WS-TOTAL-APPS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-SCHEDULED    PIC 9(5) VALUE 0.
       01  WS-TOTAL-HELD         PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT         PIC 9(4) VALUE 0.
       01  WS-EXTRACT-COUNT      PIC 9(4) VALUE 0.
       01  WS-JOB-OVERFLOW       PIC 9(5) VALUE 0.
       01  WS-JOB-TOTAL          PIC 9(5) VALUE 0.

       *>The major reference table held in memory for the run, for
       *>MATCH-REFERENCE-VALUE to search.
       01  WS-MAJOR-STATUS       PIC XX VALUE SPACES.
       01  WS-MT-COUNT           PIC 9(4) VALUE 0.
       01  WS-REF-MAJOR-TABLE.
           05 WS-MT-ENTRY OCCURS 500 TIMES PIC X(308).
       01  WS-REF-ENTRY.
           05 WS-REF-CODE        PIC X(8).
           05 WS-REF-NAME        PIC X(50).
           05 WS-REF-ALIAS       PIC X(50) OCCURS 5 TIMES.
       01  WS-REF-LOOKUP         PIC X(50).
       01  WS-REF-WANTED         PIC X(50).
       01  WS-REF-OFFICIAL       PIC X(50).
       01  WS-REF-MATCHED        PIC X VALUE 'N'.
       01  WS-REF-I              PIC 9(4) VALUE 0.
       01  WS-REF-IDX            PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BUILD-TODAY-DATE
           PERFORM LOAD-JOB-TABLE
           PERFORM LOAD-REFERENCE-TABLES
           PERFORM TALLY-APPLICATIONS
           PERFORM TALLY-INTERVIEWS
           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-REPORT
           CLOSE REPORT-FILE
                 MOVE 0 TO WS-EMP-REVIEWED(WS-EMP-COUNT)
                 MOVE 0 TO WS-EMP-ACCEPTED(WS-EMP-COUNT)
                 MOVE 0 TO WS-EMP-REJECTED(WS-EMP-COUNT)
                 MOVE 0 TO WS-EMP-SCHEDULED(WS-EMP-COUNT)
                 MOVE 0 TO WS-EMP-HELD(WS-EMP-COUNT)
                 MOVE WS-EMP-COUNT TO WS-EMP-IX
              ELSE
                 *>Table full: fold the overflow into the last row so
               WHEN OTHER ADD 1 TO WS-MJ-SUBMITTED(WS-MAJOR-IX)
           END-EVALUATE.

       TALLY-INTERVIEWS.
           *>Interview stage of the funnel: a confirmed slot is an
           *>interview scheduled, and one the employer has recorded as
           *>held counts as both scheduled and held. Offered, declined,
           *>and withdrawn slots never became interviews.
           MOVE 0 TO WS-TOTAL-SCHEDULED
           MOVE 0 TO WS-TOTAL-HELD
           MOVE 'N' TO EOF-INTERVIEWS
           OPEN INPUT INTERVIEW-FILE
           IF WS-INT-STATUS NOT = "00"
               CLOSE INTERVIEW-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROFILE-FILE
           PERFORM UNTIL EOF-INTERVIEWS = 'Y'
               READ INTERVIEW-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-INTERVIEWS
                   NOT AT END
                       IF IV-STATUS = 'C' OR IV-STATUS = 'H'
                           PERFORM TALLY-ONE-INTERVIEW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           CLOSE INTERVIEW-FILE.

       TALLY-ONE-INTERVIEW.
           *>The employer row comes from the posting the same way an
           *>application's does - the per-posting table first, then
           *>the overflow map; an interview on a posting no longer on
           *>file is skipped.
           MOVE 0 TO WS-JOB-IX
           MOVE 0 TO WS-EMP-IX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JOB-COUNT
              IF WS-JT-JOB-ID(WS-I) = IV-JOB-ID
                 MOVE WS-I TO WS-JOB-IX
              END-IF
           END-PERFORM
           IF WS-JOB-IX > 0
               MOVE WS-JT-COMPANY(WS-JOB-IX) TO JB-COMPANY
               PERFORM FIND-EMPLOYER-ENTRY
           ELSE
               IF IV-JOB-ID > 0
                   MOVE WS-JE-EMP-IX(IV-JOB-ID) TO WS-EMP-IX
               END-IF
           END-IF
           IF WS-EMP-IX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-SCHEDULED
           ADD 1 TO WS-EMP-SCHEDULED(WS-EMP-IX)
           IF IV-STATUS = 'H'
               ADD 1 TO WS-TOTAL-HELD
               ADD 1 TO WS-EMP-HELD(WS-EMP-IX)
           END-IF

           MOVE IV-APPLICANT TO AP-APPLICANT
           PERFORM LOOKUP-APPLICANT-MAJOR
           PERFORM FIND-MAJOR-ENTRY
           ADD 1 TO WS-MJ-SCHEDULED(WS-MAJOR-IX)
           IF IV-STATUS = 'H'
               ADD 1 TO WS-MJ-HELD(WS-MAJOR-IX)
           END-IF.

       LOOKUP-APPLICANT-MAJOR.
           *>Runs with PROFILE-FILE already open. The major is the
           *>fifth comma-delimited field of the profile record; an
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-APPLICANT-MAJOR) = SPACES
                       MOVE "(major not given)" TO WS-APPLICANT-MAJOR
                   ELSE
                       PERFORM MAP-APPLICANT-MAJOR
                   END-IF
           END-READ.

       MAP-APPLICANT-MAJOR.
           *>Every spelling of a major is funneled under its official
           *>reference name; a major the table does not know is
           *>funneled as it stands.
           MOVE WS-APPLICANT-MAJOR TO WS-REF-LOOKUP
           PERFORM MATCH-REFERENCE-VALUE
           IF WS-REF-MATCHED = 'Y'
               MOVE WS-REF-OFFICIAL(1:40) TO WS-APPLICANT-MAJOR
           END-IF.

       LOAD-REFERENCE-TABLES.
           *>A missing or empty table leaves the count at zero, and
           *>majors are then funneled as they stand.
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
           IF WS-REF-WANTED = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REF-I FROM 1 BY 1
                   UNTIL WS-REF-I > WS-MT-COUNT OR WS-REF-MATCHED = 'Y'
               MOVE WS-MT-ENTRY(WS-REF-I) TO WS-REF-ENTRY
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

       FIND-MAJOR-ENTRY.
           MOVE 'N' TO WS-MAJOR-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAJOR-COUNT
                 MOVE 0 TO WS-MJ-REVIEWED(WS-MAJOR-COUNT)
                 MOVE 0 TO WS-MJ-ACCEPTED(WS-MAJOR-COUNT)
                 MOVE 0 TO WS-MJ-REJECTED(WS-MAJOR-COUNT)
                 MOVE 0 TO WS-MJ-SCHEDULED(WS-MAJOR-COUNT)
                 MOVE 0 TO WS-MJ-HELD(WS-MAJOR-COUNT)
                 MOVE WS-MAJOR-COUNT TO WS-MAJOR-IX
              ELSE
                 MOVE WS-MAJOR-COUNT TO WS-MAJOR-IX
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           STRING "Interviews scheduled: " DELIMITED BY SIZE
                  WS-TOTAL-SCHEDULED DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-TOTAL-HELD DELIMITED BY SIZE
                  " held)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "--- Funnel by Employer ---" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-EMP-COUNT = 0
                      WS-EMP-REJECTED(WS-J) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "    interviews scheduled " DELIMITED BY SIZE
                      WS-EMP-SCHEDULED(WS-J) DELIMITED BY SIZE
                      " | held " DELIMITED BY SIZE
                      WS-EMP-HELD(WS-J) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE "--- Funnel by Applicant Major ---" TO REPORT-LINE
                      WS-MJ-REJECTED(WS-J) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "    interviews scheduled " DELIMITED BY SIZE
                      WS-MJ-SCHEDULED(WS-J) DELIMITED BY SIZE
                      " | held " DELIMITED BY SIZE
                      WS-MJ-HELD(WS-J) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE "=============================================" TO REPORT-LINE
