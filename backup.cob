*> InCollege data-file backup job: takes a dated point-in-time copy (a
*> "generation") of every data file the system keeps - users.dat,
*> profiles.dat, connections.dat, messages.dat, interviews.dat,
*> endorsements.dat, blocks.dat, reports.dat, universities.dat,
*> majors.dat, jobs.dat, applications.dat, skills.dat, skillcat.dat,
*> and the archives messages_archive.dat, users_archive.dat,
*> profiles_archive.dat, skills_archive.dat, and
*> connections_archive.dat - so a bad night can be rolled back as a
*> whole, which the single in-flight .bak twin of the swap journal
*> cannot do. Each generation is a set of flat copies named
*> bkYYYYMMDD-<file> plus a manifest, bkYYYYMMDD-manifest.dat,
*> recording every file's record count for the restore job to verify
*> against. A second run on the same day simply retakes that day's
*> generation. Generations are tracked oldest-first in
*> backuphistory.dat and BACKUPKEEP of them (set in incollege.cfg,
*> default 7) are kept; an older generation's files are emptied in
*> place rather than removed - this system never deletes files from
*> disk - and dropped from the history. A generation with a file that
*> could not be copied is not a restore point: its manifest is left
*> empty, it is never added to the history (a failed same-day retake
*> is taken back out), and it never costs a complete generation its
*> place. A SWAP marker left in swap.jnl means some file is
*> half-written and waiting for its owner's recovery, so the job
*> refuses to copy it into a generation. Runs as the first step of the
*> nightly driver, before any job has changed the night's data, or
*> standalone on demand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-BACKUP.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "incollege.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

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

           SELECT CONNECTION-FILE ASSIGN TO "connections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONN-KEY
               FILE STATUS IS WS-CONN-STATUS.

           SELECT MESSAGE-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-MSG-ID
               ALTERNATE RECORD KEY IS MS-RECIPIENT WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT INTERVIEW-FILE ASSIGN TO "interviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INT-ID
               ALTERNATE RECORD KEY IS IV-APPLICANT WITH DUPLICATES
               FILE STATUS IS WS-INT-STATUS.

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

           SELECT ABUSE-REPORT-FILE ASSIGN TO "reports.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-REPORT-ID
               FILE STATUS IS WS-REPORT-STATUS.

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

           *>Every line-sequential data file goes through this one
           *>path, named at run time like the rolled logs are.
           SELECT FLAT-FILE ASSIGN TO WS-FLAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.

           SELECT GEN-FILE ASSIGN TO WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

           SELECT BACKUP-HISTORY-FILE ASSIGN TO "backuphistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SWAP-JOURNAL-FILE ASSIGN TO "swap.jnl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-REC         PIC X(80).

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

       FD  PROFILE-FILE.
       01  PROFILE-REC.
           05 PR-USERNAME     PIC X(20).
           05 FILLER          PIC X(1280).

       FD  CONNECTION-FILE.
       01  CONN-REC.
           05 CONN-KEY.
              10 CN-SENDER    PIC X(20).
              10 CN-RECIPIENT PIC X(20).

       FD  MESSAGE-FILE.
       01  MESSAGE-REC.
           05 MS-MSG-ID       PIC 9(9).
           05 MS-SENDER       PIC X(20).
           05 MS-RECIPIENT    PIC X(20).
           05 MS-READ-FLAG    PIC X.
           05 MS-SENT-TIME    PIC X(19).
           05 MS-BODY         PIC X(200).
           05 MS-MSG-TYPE     PIC X.

       FD  INTERVIEW-FILE.
       01  INTERVIEW-REC.
           05 IV-INT-ID       PIC 9(9).
           05 IV-JOB-ID       PIC 9(5).
           05 IV-APPLICANT    PIC X(20).
           05 IV-EMPLOYER     PIC X(20).
           05 IV-SLOT-DATE    PIC X(10).
           05 IV-SLOT-TIME    PIC X(5).
           05 IV-STATUS       PIC X.

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

       FD  ABUSE-REPORT-FILE.
       01  ABUSE-REPORT-REC.
           05 RP-REPORT-ID       PIC 9(7).
           05 FILLER             PIC X(260).

       FD  UNIVERSITY-FILE.
       01  UNIV-REC.
           05 UV-CODE            PIC X(8).
           05 FILLER             PIC X(300).

       FD  MAJOR-FILE.
       01  MAJOR-REC.
           05 MJ-CODE            PIC X(8).
           05 FILLER             PIC X(300).

       FD  FLAT-FILE.
       01  FLAT-REC           PIC X(1300).

       *>Sized for the widest record kept, the profile.
       FD  GEN-FILE.
       01  GEN-REC            PIC X(1300).

       FD  MANIFEST-FILE.
       01  MANIFEST-REC       PIC X(60).

       FD  BACKUP-HISTORY-FILE.
       01  HISTORY-REC        PIC X(40).

       FD  SWAP-JOURNAL-FILE.
       01  JOURNAL-REC        PIC X(40).

       FD  OUTPUT-FILE.
       01  OUT-REC            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS   PIC XX VALUE SPACES.
       01  WS-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-CONN-STATUS     PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-INT-STATUS      PIC XX VALUE SPACES.
       01  WS-END-STATUS      PIC XX VALUE SPACES.
       01  WS-BLOCK-STATUS    PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS   PIC XX VALUE SPACES.
       01  WS-UNIV-STATUS     PIC XX VALUE SPACES.
       01  WS-MAJOR-STATUS    PIC XX VALUE SPACES.
       01  WS-FLAT-STATUS     PIC XX VALUE SPACES.
       01  WS-GEN-STATUS      PIC XX VALUE SPACES.
       01  WS-MAN-STATUS      PIC XX VALUE SPACES.
       01  WS-HIST-STATUS     PIC XX VALUE SPACES.
       01  WS-JNL-STATUS      PIC XX VALUE SPACES.
       01  WS-OUT-STATUS      PIC XX VALUE SPACES.

       01  WS-CONFIG-KEY      PIC X(20).
       01  WS-CONFIG-VALUE    PIC X(20).
       01  WS-BACKUP-KEEP     PIC 9(3) VALUE 7.

       01  WS-DISPLAY-MESSAGE PIC X(120).
       01  EOF-FLAG           PIC X VALUE 'N'.
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-AUDIT-TIMESTAMP PIC X(19).
       01  WS-AUDIT-LINE      PIC X(100).
       01  WS-SWAP-ACTION     PIC X(10).
       01  WS-SWAP-TARGET     PIC X(30).

       *>The data files in a generation, in the order they are copied
       *>and listed in the manifest: the file name and whether it is
       *>keyed (I) or line sequential (L).
       01  WS-DF-COUNT        PIC 99 VALUE 19.
       01  WS-DF-TABLE.
           05 FILLER PIC X(25) VALUE "users.dat               I".
           05 FILLER PIC X(25) VALUE "profiles.dat            I".
           05 FILLER PIC X(25) VALUE "connections.dat         I".
           05 FILLER PIC X(25) VALUE "messages.dat            I".
           05 FILLER PIC X(25) VALUE "interviews.dat          I".
           05 FILLER PIC X(25) VALUE "endorsements.dat        I".
           05 FILLER PIC X(25) VALUE "blocks.dat              I".
           05 FILLER PIC X(25) VALUE "reports.dat             I".
           05 FILLER PIC X(25) VALUE "universities.dat        I".
           05 FILLER PIC X(25) VALUE "majors.dat              I".
           05 FILLER PIC X(25) VALUE "jobs.dat                L".
           05 FILLER PIC X(25) VALUE "applications.dat        L".
           05 FILLER PIC X(25) VALUE "skills.dat              L".
           05 FILLER PIC X(25) VALUE "skillcat.dat            L".
           05 FILLER PIC X(25) VALUE "messages_archive.dat    L".
           05 FILLER PIC X(25) VALUE "users_archive.dat       L".
           05 FILLER PIC X(25) VALUE "profiles_archive.dat    L".
           05 FILLER PIC X(25) VALUE "skills_archive.dat      L".
           05 FILLER PIC X(25) VALUE "connections_archive.dat L".
       01  WS-DF-TABLE-R REDEFINES WS-DF-TABLE.
           05 WS-DF-ENTRY OCCURS 19 TIMES.
              10 WS-DF-NAME      PIC X(24).
              10 WS-DF-KIND      PIC X.
       01  WS-DF-RECORDS.
           05 WS-DF-REC-COUNT OCCURS 19 TIMES PIC 9(7).
       01  WS-DX              PIC 99.

       01  WS-GENERATION      PIC X(8).
       01  WS-NAME-GEN        PIC X(8).
       01  WS-FLAT-NAME       PIC X(40) VALUE SPACES.
       01  WS-GEN-NAME        PIC X(40) VALUE SPACES.
       01  WS-MANIFEST-NAME   PIC X(40) VALUE SPACES.
       01  WS-COPY-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECORDS   PIC 9(8) VALUE 0.
       01  WS-COPY-FAILED     PIC X VALUE 'N'.

       *>Generation dates, oldest first, one slot per night; 366
       *>slots is a year of nightly generations.
       01  WS-HIST-COUNT      PIC 9(3) VALUE 0.
       01  WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 366 TIMES PIC X(8).
       01  WS-GEN-LISTED      PIC X VALUE 'N'.
       01  WS-RETIRED-COUNT   PIC 9(3) VALUE 0.
       01  WS-I               PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "===== InCollege Data Backup =====" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           PERFORM CHECK-SWAP-JOURNAL
           PERFORM LOAD-CONFIG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-GENERATION

           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DF-COUNT
               PERFORM BACKUP-ONE-FILE
           END-PERFORM

           *>Only a complete generation becomes a restore point. A
           *>failed one stays out of the history, so it can never push
           *>a good generation past BACKUPKEEP and get it retired. Its
           *>manifest is left empty, which the restore job refuses, and
           *>a same-day retake that failed takes the generation back
           *>out of the history, since its copies have been overwritten.
           IF WS-COPY-FAILED = 'N'
               PERFORM WRITE-MANIFEST
               PERFORM LOAD-BACKUP-HISTORY
               PERFORM ADD-GENERATION-TO-HISTORY
               PERFORM APPLY-RETENTION
               PERFORM REWRITE-BACKUP-HISTORY
           ELSE
               PERFORM EMPTY-MANIFEST
               PERFORM LOAD-BACKUP-HISTORY
               PERFORM DROP-GENERATION-FROM-HISTORY
               IF WS-GEN-LISTED = 'Y'
                   PERFORM REWRITE-BACKUP-HISTORY
               END-IF
           END-IF

           PERFORM WRITE-BACKUP-AUDIT
           PERFORM PRINT-SUMMARY
           *>A generation with a file that could not be copied is not
           *>a usable restore point, and the nightly driver must stop
           *>before the night changes anything.
           IF WS-COPY-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-SWAP-JOURNAL.
           *>A pending SWAP marker means the named file is mid-rewrite
           *>and only its .bak twin is good; copying it now would put
           *>a damaged file into the generation.
           MOVE SPACES TO WS-SWAP-ACTION
           MOVE SPACES TO WS-SWAP-TARGET
           OPEN INPUT SWAP-JOURNAL-FILE
           IF WS-JNL-STATUS = "00"
              READ SWAP-JOURNAL-FILE INTO JOURNAL-REC
                 AT END CONTINUE
                 NOT AT END
                    UNSTRING JOURNAL-REC DELIMITED BY ","
                       INTO WS-SWAP-ACTION WS-SWAP-TARGET
                    END-UNSTRING
              END-READ
              CLOSE SWAP-JOURNAL-FILE
           END-IF
           IF WS-SWAP-ACTION = "SWAP"
              DISPLAY "An interrupted update of " FUNCTION TRIM(WS-SWAP-TARGET)
                  " is pending recovery - run the program that owns that file first."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
              PERFORM UNTIL WS-CONFIG-STATUS NOT = "00"
                  READ CONFIG-FILE INTO CONFIG-REC
                      AT END
                          CONTINUE
                      NOT AT END
                          UNSTRING CONFIG-REC DELIMITED BY "="
                              INTO WS-CONFIG-KEY WS-CONFIG-VALUE
                          END-UNSTRING
                          IF FUNCTION TRIM(WS-CONFIG-KEY) = "BACKUPKEEP"
                              MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE) TO WS-BACKUP-KEEP
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONFIG-FILE
           END-IF
           IF WS-BACKUP-KEEP = 0
               MOVE 1 TO WS-BACKUP-KEEP
           END-IF
           IF WS-BACKUP-KEEP > 366
               MOVE 366 TO WS-BACKUP-KEEP
           END-IF.

       BUILD-GEN-NAME.
           *>bkYYYYMMDD-<data file name> for generation WS-NAME-GEN and
           *>entry WS-DX of the table.
           MOVE SPACES TO WS-GEN-NAME
           STRING "bk" DELIMITED BY SIZE
                  WS-NAME-GEN DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DF-NAME(WS-DX)) DELIMITED BY SIZE
                  INTO WS-GEN-NAME
           END-STRING.

       BACKUP-ONE-FILE.
           *>A data file that has never been created is backed up as an
           *>empty copy with a zero count, so every generation is a
           *>complete set.
           MOVE WS-GENERATION TO WS-NAME-GEN
           PERFORM BUILD-GEN-NAME
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               MOVE 'Y' TO WS-COPY-FAILED
               DISPLAY "Could not create " FUNCTION TRIM(WS-GEN-NAME) " - generation incomplete."
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-DX
               WHEN 1 PERFORM COPY-USER-FILE
               WHEN 2 PERFORM COPY-PROFILE-FILE
               WHEN 3 PERFORM COPY-CONNECTION-FILE
               WHEN 4 PERFORM COPY-MESSAGE-FILE
               WHEN 5 PERFORM COPY-INTERVIEW-FILE
               WHEN 6 PERFORM COPY-ENDORSE-FILE
               WHEN 7 PERFORM COPY-BLOCK-FILE
               WHEN 8 PERFORM COPY-REPORT-FILE
               WHEN 9 PERFORM COPY-UNIV-FILE
               WHEN 10 PERFORM COPY-MAJOR-FILE
               WHEN OTHER PERFORM COPY-FLAT-FILE
           END-EVALUATE
           CLOSE GEN-FILE
           MOVE WS-COPY-COUNT TO WS-DF-REC-COUNT(WS-DX)
           ADD WS-COPY-COUNT TO WS-TOTAL-RECORDS

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING FUNCTION TRIM(WS-DF-NAME(WS-DX)) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-COPY-COUNT DELIMITED BY SIZE
                  " record(s) copied to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-NAME) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).

       NOTE-OPEN-FAILURE.
           MOVE 'Y' TO WS-COPY-FAILED
           DISPLAY FUNCTION TRIM(WS-DF-NAME(WS-DX))
               " could not be opened - generation incomplete.".

       COPY-USER-FILE.
           OPEN INPUT USER-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE USER-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       COPY-PROFILE-FILE.
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PROF-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               CLOSE PROFILE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PROFILE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE PROFILE-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

       COPY-CONNECTION-FILE.
           OPEN INPUT CONNECTION-FILE
           IF WS-CONN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CONN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               CLOSE CONNECTION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CONNECTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE CONN-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE CONNECTION-FILE.

       COPY-MESSAGE-FILE.
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-MSG-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               CLOSE MESSAGE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MESSAGE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE MESSAGE-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE MESSAGE-FILE.

       COPY-INTERVIEW-FILE.
           OPEN INPUT INTERVIEW-FILE
           IF WS-INT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-INT-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               CLOSE INTERVIEW-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INTERVIEW-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE INTERVIEW-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE INTERVIEW-FILE.

       COPY-ENDORSE-FILE.
           OPEN INPUT ENDORSE-FILE
           IF WS-END-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-END-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               CLOSE ENDORSE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ENDORSE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE ENDORSE-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE ENDORSE-FILE.

       COPY-BLOCK-FILE.
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-BLOCK-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               CLOSE BLOCK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BLOCK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE BLOCK-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE.

       COPY-REPORT-FILE.
           OPEN INPUT ABUSE-REPORT-FILE
           IF WS-REPORT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-REPORT-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               CLOSE ABUSE-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ABUSE-REPORT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE ABUSE-REPORT-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE ABUSE-REPORT-FILE.

       COPY-UNIV-FILE.
           OPEN INPUT UNIVERSITY-FILE
           IF WS-UNIV-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-UNIV-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               CLOSE UNIVERSITY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ UNIVERSITY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE UNIV-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE UNIVERSITY-FILE.

       COPY-MAJOR-FILE.
           OPEN INPUT MAJOR-FILE
           IF WS-MAJOR-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-MAJOR-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               CLOSE MAJOR-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MAJOR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE MAJOR-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE MAJOR-FILE.

       COPY-FLAT-FILE.
           MOVE WS-DF-NAME(WS-DX) TO WS-FLAT-NAME
           OPEN INPUT FLAT-FILE
           IF WS-FLAT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-FLAT-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               CLOSE FLAT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ FLAT-FILE INTO FLAT-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE FLAT-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE FLAT-FILE.

       WRITE-MANIFEST.
           *>One "GENERATION,YYYYMMDD,timestamp" header line, then one
           *>"file,count" line per data file in table order.
           PERFORM BUILD-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "bk" DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  "-manifest.dat" DELIMITED BY SIZE
                  INTO WS-MANIFEST-NAME
           END-STRING
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO MANIFEST-REC
           STRING "GENERATION," DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                  INTO MANIFEST-REC
           END-STRING
           WRITE MANIFEST-REC
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DF-COUNT
               MOVE SPACES TO MANIFEST-REC
               STRING FUNCTION TRIM(WS-DF-NAME(WS-DX)) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-DF-REC-COUNT(WS-DX) DELIMITED BY SIZE
                      INTO MANIFEST-REC
               END-STRING
               WRITE MANIFEST-REC
           END-PERFORM
           CLOSE MANIFEST-FILE.

       EMPTY-MANIFEST.
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "bk" DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  "-manifest.dat" DELIMITED BY SIZE
                  INTO WS-MANIFEST-NAME
           END-STRING
           OPEN OUTPUT MANIFEST-FILE
           CLOSE MANIFEST-FILE.

       LOAD-BACKUP-HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT BACKUP-HISTORY-FILE
           IF WS-HIST-STATUS = "00"
              PERFORM UNTIL EOF-FLAG = 'Y'
                  READ BACKUP-HISTORY-FILE INTO HISTORY-REC
                      AT END MOVE 'Y' TO EOF-FLAG
                      NOT AT END
                          IF FUNCTION TRIM(HISTORY-REC) NOT = SPACES
                             AND WS-HIST-COUNT < 366
                              ADD 1 TO WS-HIST-COUNT
                              MOVE HISTORY-REC TO WS-HIST-ENTRY(WS-HIST-COUNT)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE BACKUP-HISTORY-FILE
           END-IF.

       ADD-GENERATION-TO-HISTORY.
           MOVE 'N' TO WS-GEN-LISTED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HIST-COUNT
               IF WS-HIST-ENTRY(WS-I) = WS-GENERATION
                   MOVE 'Y' TO WS-GEN-LISTED
               END-IF
           END-PERFORM
           IF WS-GEN-LISTED = 'N'
               IF WS-HIST-COUNT >= 366
                   PERFORM RETIRE-OLDEST-GENERATION
               END-IF
               ADD 1 TO WS-HIST-COUNT
               MOVE WS-GENERATION TO WS-HIST-ENTRY(WS-HIST-COUNT)
           END-IF.

       DROP-GENERATION-FROM-HISTORY.
           MOVE 'N' TO WS-GEN-LISTED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HIST-COUNT
               IF WS-HIST-ENTRY(WS-I) = WS-GENERATION
                   MOVE 'Y' TO WS-GEN-LISTED
               END-IF
               IF WS-GEN-LISTED = 'Y' AND WS-I < WS-HIST-COUNT
                   MOVE WS-HIST-ENTRY(WS-I + 1) TO WS-HIST-ENTRY(WS-I)
               END-IF
           END-PERFORM
           IF WS-GEN-LISTED = 'Y'
               MOVE SPACES TO WS-HIST-ENTRY(WS-HIST-COUNT)
               SUBTRACT 1 FROM WS-HIST-COUNT
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Generation " DELIMITED BY SIZE
                      WS-GENERATION DELIMITED BY SIZE
                      " dropped from the backup history." DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
           END-IF.

       APPLY-RETENTION.
           *>Oldest-first order makes retention a matter of retiring
           *>entry 1 until the count fits the configured window, the
           *>same way log maintenance retires rolled months.
           MOVE 0 TO WS-RETIRED-COUNT
           PERFORM UNTIL WS-HIST-COUNT <= WS-BACKUP-KEEP
               PERFORM RETIRE-OLDEST-GENERATION
           END-PERFORM.

       RETIRE-OLDEST-GENERATION.
           MOVE WS-HIST-ENTRY(1) TO WS-NAME-GEN
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DF-COUNT
               PERFORM BUILD-GEN-NAME
               OPEN OUTPUT GEN-FILE
               CLOSE GEN-FILE
           END-PERFORM
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "bk" DELIMITED BY SIZE
                  WS-NAME-GEN DELIMITED BY SIZE
                  "-manifest.dat" DELIMITED BY SIZE
                  INTO WS-MANIFEST-NAME
           END-STRING
           OPEN OUTPUT MANIFEST-FILE
           CLOSE MANIFEST-FILE
           ADD 1 TO WS-RETIRED-COUNT

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Retired backup generation past retention: " DELIMITED BY SIZE
                  WS-NAME-GEN DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-HIST-COUNT
               MOVE WS-HIST-ENTRY(WS-I + 1) TO WS-HIST-ENTRY(WS-I)
           END-PERFORM
           MOVE SPACES TO WS-HIST-ENTRY(WS-HIST-COUNT)
           SUBTRACT 1 FROM WS-HIST-COUNT.

       REWRITE-BACKUP-HISTORY.
           *>backuphistory.dat is owned by this job alone, so a plain
           *>rewrite (no backup/journal sequence) is safe here.
           OPEN OUTPUT BACKUP-HISTORY-FILE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HIST-COUNT
               MOVE WS-HIST-ENTRY(WS-I) TO HISTORY-REC
               WRITE HISTORY-REC
           END-PERFORM
           CLOSE BACKUP-HISTORY-FILE.

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

       WRITE-BACKUP-AUDIT.
           PERFORM BUILD-CURRENT-TIMESTAMP
           OPEN EXTEND OUTPUT-FILE
           IF WS-OUT-STATUS = "35"
               OPEN OUTPUT OUTPUT-FILE
           END-IF
           IF WS-OUT-STATUS = "00"
               MOVE SPACES TO WS-AUDIT-LINE
               IF WS-COPY-FAILED = 'Y'
                   STRING "[" DELIMITED BY SIZE
                          WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                          "] SYSTEM - Backup generation " DELIMITED BY SIZE
                          WS-GENERATION DELIMITED BY SIZE
                          " INCOMPLETE" DELIMITED BY SIZE
                          INTO WS-AUDIT-LINE
                   END-STRING
               ELSE
                   STRING "[" DELIMITED BY SIZE
                          WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                          "] SYSTEM - Backup generation " DELIMITED BY SIZE
                          WS-GENERATION DELIMITED BY SIZE
                          " taken, " DELIMITED BY SIZE
                          WS-TOTAL-RECORDS DELIMITED BY SIZE
                          " records" DELIMITED BY SIZE
                          INTO WS-AUDIT-LINE
                   END-STRING
               END-IF
               MOVE WS-AUDIT-LINE TO OUT-REC
               WRITE OUT-REC
               CLOSE OUTPUT-FILE
           END-IF.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Generation " DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-TOTAL-RECORDS DELIMITED BY SIZE
                  " record(s) in " DELIMITED BY SIZE
                  WS-DF-COUNT DELIMITED BY SIZE
                  " file(s)" DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Generations on file: " DELIMITED BY SIZE
                  WS-HIST-COUNT DELIMITED BY SIZE
                  " (retention " DELIMITED BY SIZE
                  WS-BACKUP-KEEP DELIMITED BY SIZE
                  "), retired this run: " DELIMITED BY SIZE
                  WS-RETIRED-COUNT DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           IF WS-COPY-FAILED = 'Y'
               DISPLAY "WARNING: this generation is incomplete and is not a safe restore point."
           END-IF

           MOVE "=================================" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).
