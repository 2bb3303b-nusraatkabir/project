*> InCollege management reporting job: summarizes account utilization,
*> profile completeness, connection counts, and top
*> universities/majors from the same data files the interactive system
*> maintains. Universities and majors are counted under their official
*> names from the universities.dat and majors.dat reference tables, so
*> different spellings of one school or major are not split across
*> rows. Run standalone (no user interaction) after hours or on
*> demand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGEMENT-REPORT.
       AUTHOR. STUDENT.
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
           05 USR-LOCKED         PIC X.
           05 USR-ACCT-TYPE      PIC X.
           05 USR-VERIFIED       PIC X.
           05 USR-LAST-LOGIN     PIC X(10).
           05 USR-DORMANT        PIC X.
           05 USR-DORMANT-DATE   PIC X(10).

       FD  CONFIG-FILE.
       01  CONFIG-REC         PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE    PIC X(100).

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
       01  WS-PCT                 PIC ZZ9.99.
       01  WS-PCT-CALC            PIC 9(3)V99.

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
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO WS-COMPLETE-COUNT
           MOVE 0 TO WS-UNIV-COUNT
           MOVE 0 TO WS-MAJOR-COUNT
           PERFORM LOAD-REFERENCE-TABLES
           MOVE 'N' TO EOF-PROFILE
           OPEN INPUT USER-FILE
           OPEN INPUT PROFILE-FILE
           END-IF.

       TALLY-UNIVERSITY.
           *>Every spelling of a school is counted under its official
           *>reference name; a name the table does not know is counted
           *>as it stands.
           MOVE 'U' TO WS-REF-KIND
           MOVE PF-UNIVERSITY TO WS-REF-LOOKUP
           PERFORM MATCH-REFERENCE-VALUE
           IF WS-REF-MATCHED = 'Y'
              MOVE WS-REF-OFFICIAL TO PF-UNIVERSITY
           END-IF
           MOVE 'N' TO WS-UNIV-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-UNIV-COUNT
              IF WS-UNIV-NAME(WS-I) = PF-UNIVERSITY
           END-IF.

       TALLY-MAJOR.
           MOVE 'M' TO WS-REF-KIND
           MOVE PF-MAJOR TO WS-REF-LOOKUP
           PERFORM MATCH-REFERENCE-VALUE
           IF WS-REF-MATCHED = 'Y'
              MOVE WS-REF-OFFICIAL(1:40) TO PF-MAJOR
           END-IF
           MOVE 'N' TO WS-MAJOR-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MAJOR-COUNT
              IF WS-MAJOR-NAME(WS-I) = PF-MAJOR
              MOVE 1 TO WS-MAJOR-TALLY(WS-MAJOR-COUNT)
           END-IF.

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

       SUMMARIZE-CONNECTIONS.
           *>Every accepted connection is stored as a mirrored pair of
           *>rows (A->B and B->A); a lone row with no mirror is still
