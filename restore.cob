*> InCollege data-file restore job: brings back one backup generation
*> taken by the backup job as a complete set - every data file in the
*> generation's manifest is overwritten from its bkYYYYMMDD- copy, so
*> the files can never be left from two different nights. Before
*> anything is touched the generation's copies are counted against the
*> manifest, and a generation whose copies do not match is refused (a
*> data file added to the system after the generation was taken has
*> neither a manifest line nor a copy, and is restored empty; a
*> generation whose manifest is missing or empty is refused outright,
*> since nothing in it can be verified); after the restore the live
*> files are counted again and any file that does not match its
*> manifest count is reported and fails the run. The generation
*> (YYYYMMDD) is taken from the command line, or the operator picks
*> one from backuphistory.dat and confirms the overwrite. The job
*> refuses to run while batch.lck holds the nightly driver's BUSY
*> line, and holds its own BUSY line while it runs so the interactive
*> system cannot start against half-restored files. A pending swap.jnl
*> marker is cleared once the set is back - the .bak twin it points at
*> is newer than the generation and must not be copied over the
*> restored file by the next startup recovery.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-RESTORE.
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

           SELECT BATCH-LOCK-FILE ASSIGN TO "batch.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT SWAP-JOURNAL-FILE ASSIGN TO "swap.jnl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

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

       FD  GEN-FILE.
       01  GEN-REC            PIC X(1300).

       FD  MANIFEST-FILE.
       01  MANIFEST-REC       PIC X(60).

       FD  BACKUP-HISTORY-FILE.
       01  HISTORY-REC        PIC X(40).

       FD  BATCH-LOCK-FILE.
       01  LOCK-REC           PIC X(40).

       FD  SWAP-JOURNAL-FILE.
       01  JOURNAL-REC        PIC X(40).

       FD  OUTPUT-FILE.
       01  OUT-REC            PIC X(100).

       WORKING-STORAGE SECTION.
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
       01  WS-MANIFEST-OK     PIC X VALUE 'N'.
       01  WS-MAN-LINES       PIC 99 VALUE 0.
       01  WS-HIST-STATUS     PIC XX VALUE SPACES.
       01  WS-LOCK-STATUS     PIC XX VALUE SPACES.
       01  WS-JNL-STATUS      PIC XX VALUE SPACES.
       01  WS-OUT-STATUS      PIC XX VALUE SPACES.

       01  WS-DISPLAY-MESSAGE PIC X(120).
       01  EOF-FLAG           PIC X VALUE 'N'.
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-AUDIT-TIMESTAMP PIC X(19).
       01  WS-AUDIT-LINE      PIC X(100).
       01  WS-CMD-ARGS        PIC X(80) VALUE SPACES.
       01  WS-CONFIRM         PIC X(10).
       01  WS-BATCH-BUSY      PIC X VALUE 'N'.

       *>Same data-file table, in the same order, as the backup job.
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
       *>Per file: the manifest count (and whether the manifest had a
       *>line for it at all) and the count found on each check.
       01  WS-DF-COUNTS.
           05 WS-DF-COUNT-ENTRY OCCURS 19 TIMES.
              10 WS-DF-IN-MANIFEST PIC X.
              10 WS-DF-EXPECTED  PIC 9(7).
              10 WS-DF-FOUND     PIC 9(7).
       01  WS-DX              PIC 99.

       01  WS-GENERATION      PIC X(8) VALUE SPACES.
       01  WS-FLAT-NAME       PIC X(40) VALUE SPACES.
       01  WS-GEN-NAME        PIC X(40) VALUE SPACES.
       01  WS-MANIFEST-NAME   PIC X(40) VALUE SPACES.
       01  WS-MAN-FILE        PIC X(24).
       01  WS-MAN-COUNT-X     PIC X(20).
       01  WS-COPY-COUNT      PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT    PIC 9(7) VALUE 0.
       01  WS-MISMATCH-COUNT  PIC 99 VALUE 0.
       01  WS-TOTAL-RECORDS   PIC 9(8) VALUE 0.

       01  WS-HIST-COUNT      PIC 9(3) VALUE 0.
       01  WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 366 TIMES PIC X(8).
       01  WS-GEN-LISTED      PIC X VALUE 'N'.
       01  WS-I               PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "===== InCollege Data Restore =====" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           PERFORM CHECK-BATCH-LOCK
           IF WS-BATCH-BUSY = 'Y'
               DISPLAY "The nightly batch run is in progress - restore refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-BACKUP-HISTORY
           IF WS-HIST-COUNT = 0
               DISPLAY "No backup generations are on file - nothing to restore."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHOOSE-GENERATION
           IF WS-GEN-LISTED = 'N'
               DISPLAY "That generation is not on file in backuphistory.dat - restore refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-MANIFEST
           IF WS-MANIFEST-OK = 'N'
               DISPLAY "The generation's manifest is missing - restore refused, live files untouched."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFY-GENERATION-COPIES
           IF WS-MISMATCH-COUNT > 0
               DISPLAY "The generation does not match its manifest - restore refused, live files untouched."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           *>Prompted runs confirm before the live files are replaced;
           *>a generation named on the command line is the operator's
           *>confirmation.
           IF WS-CMD-ARGS = SPACES
               DISPLAY "Every data file will be replaced from generation " WS-GENERATION "."
               DISPLAY "Type YES to continue: " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIRM)) NOT = "YES"
                   DISPLAY "Restore cancelled - live files untouched."
                   STOP RUN
               END-IF
           END-IF

           PERFORM SET-BATCH-LOCK
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DF-COUNT
               PERFORM RESTORE-ONE-FILE
           END-PERFORM
           PERFORM CLEAR-SWAP-MARKER
           PERFORM VERIFY-RESTORED-FILES
           PERFORM CLEAR-BATCH-LOCK

           PERFORM WRITE-RESTORE-AUDIT
           PERFORM PRINT-SUMMARY
           IF WS-MISMATCH-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-BATCH-LOCK.
           *>A missing or empty lock file means no batch is running.
           MOVE 'N' TO WS-BATCH-BUSY
           OPEN INPUT BATCH-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ BATCH-LOCK-FILE INTO LOCK-REC
                   AT END CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(LOCK-REC) NOT = SPACES
                           MOVE 'Y' TO WS-BATCH-BUSY
                       END-IF
               END-READ
               CLOSE BATCH-LOCK-FILE
           END-IF.

       SET-BATCH-LOCK.
           PERFORM BUILD-CURRENT-TIMESTAMP
           OPEN OUTPUT BATCH-LOCK-FILE
           MOVE SPACES TO LOCK-REC
           STRING "BUSY," DELIMITED BY SIZE
                  WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                  INTO LOCK-REC
           END-STRING
           WRITE LOCK-REC
           CLOSE BATCH-LOCK-FILE.

       CLEAR-BATCH-LOCK.
           OPEN OUTPUT BATCH-LOCK-FILE
           CLOSE BATCH-LOCK-FILE.

       CLEAR-SWAP-MARKER.
           OPEN OUTPUT SWAP-JOURNAL-FILE
           CLOSE SWAP-JOURNAL-FILE.

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

       CHOOSE-GENERATION.
           ACCEPT WS-CMD-ARGS FROM COMMAND-LINE
           IF WS-CMD-ARGS NOT = SPACES
               MOVE WS-CMD-ARGS(1:8) TO WS-GENERATION
           ELSE
               DISPLAY "Backup generations on file (oldest first):"
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HIST-COUNT
                   DISPLAY "  " WS-HIST-ENTRY(WS-I)
               END-PERFORM
               DISPLAY "Enter the generation to restore (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-GENERATION
           END-IF
           MOVE 'N' TO WS-GEN-LISTED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HIST-COUNT
               IF WS-HIST-ENTRY(WS-I) = WS-GENERATION
                   MOVE 'Y' TO WS-GEN-LISTED
               END-IF
           END-PERFORM.

       BUILD-GEN-NAME.
           MOVE SPACES TO WS-GEN-NAME
           STRING "bk" DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DF-NAME(WS-DX)) DELIMITED BY SIZE
                  INTO WS-GEN-NAME
           END-STRING.

       LOAD-MANIFEST.
           *>A file the manifest does not list but that has a copy in
           *>the generation cannot be verified, so it counts as a
           *>mismatch and the restore is refused. One with no copy
           *>either was added to the system after the generation was
           *>taken, and VERIFY-GENERATION-COPIES lets it come back
           *>empty. A manifest that cannot be read, or holds no lines,
           *>leaves WS-MANIFEST-OK at 'N' and nothing in the generation
           *>can be verified at all.
           MOVE 'N' TO WS-MANIFEST-OK
           MOVE 0 TO WS-MAN-LINES
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DF-COUNT
               MOVE 'N' TO WS-DF-IN-MANIFEST(WS-DX)
               MOVE 0 TO WS-DF-EXPECTED(WS-DX)
               MOVE 0 TO WS-DF-FOUND(WS-DX)
           END-PERFORM
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "bk" DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  "-manifest.dat" DELIMITED BY SIZE
                  INTO WS-MANIFEST-NAME
           END-STRING
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT MANIFEST-FILE
           IF WS-MAN-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-MANIFEST-NAME) " could not be opened."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MANIFEST-FILE INTO MANIFEST-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MAN-LINES
                       MOVE SPACES TO WS-MAN-FILE
                       MOVE SPACES TO WS-MAN-COUNT-X
                       UNSTRING MANIFEST-REC DELIMITED BY ","
                           INTO WS-MAN-FILE WS-MAN-COUNT-X
                       END-UNSTRING
                       PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DF-COUNT
                           IF WS-MAN-FILE = WS-DF-NAME(WS-DX)
                               MOVE 'Y' TO WS-DF-IN-MANIFEST(WS-DX)
                               MOVE FUNCTION NUMVAL(WS-MAN-COUNT-X)
                                   TO WS-DF-EXPECTED(WS-DX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF WS-MAN-LINES > 0
               MOVE 'Y' TO WS-MANIFEST-OK
           END-IF.

       VERIFY-GENERATION-COPIES.
           MOVE 0 TO WS-MISMATCH-COUNT
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DF-COUNT
               PERFORM BUILD-GEN-NAME
               MOVE 0 TO WS-COPY-COUNT
               MOVE 'N' TO EOF-FLAG
               OPEN INPUT GEN-FILE
               IF WS-GEN-STATUS = "00"
                   PERFORM UNTIL EOF-FLAG = 'Y'
                       READ GEN-FILE INTO GEN-REC
                           AT END MOVE 'Y' TO EOF-FLAG
                           NOT AT END ADD 1 TO WS-COPY-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE GEN-FILE
               ELSE
                   *>A file a readable manifest never mentions, with
                   *>no copy either, was added to the system after
                   *>this generation was taken; it comes back empty.
                   IF WS-DF-IN-MANIFEST(WS-DX) = 'N'
                      AND WS-MANIFEST-OK = 'Y'
                       MOVE 'Y' TO WS-DF-IN-MANIFEST(WS-DX)
                   ELSE
                       MOVE 'N' TO WS-DF-IN-MANIFEST(WS-DX)
                   END-IF
               END-IF
               IF WS-DF-IN-MANIFEST(WS-DX) = 'N'
                  OR WS-COPY-COUNT NOT = WS-DF-EXPECTED(WS-DX)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING FUNCTION TRIM(WS-GEN-NAME) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          WS-COPY-COUNT DELIMITED BY SIZE
                          " record(s), manifest says " DELIMITED BY SIZE
                          WS-DF-EXPECTED(WS-DX) DELIMITED BY SIZE
                          INTO WS-DISPLAY-MESSAGE
                   END-STRING
                   DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
               END-IF
           END-PERFORM.

       RESTORE-ONE-FILE.
           PERFORM BUILD-GEN-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               MOVE 'Y' TO EOF-FLAG
           END-IF
           EVALUATE WS-DX
               WHEN 1 PERFORM RESTORE-USER-FILE
               WHEN 2 PERFORM RESTORE-PROFILE-FILE
               WHEN 3 PERFORM RESTORE-CONNECTION-FILE
               WHEN 4 PERFORM RESTORE-MESSAGE-FILE
               WHEN 5 PERFORM RESTORE-INTERVIEW-FILE
               WHEN 6 PERFORM RESTORE-ENDORSE-FILE
               WHEN 7 PERFORM RESTORE-BLOCK-FILE
               WHEN 8 PERFORM RESTORE-REPORT-FILE
               WHEN 9 PERFORM RESTORE-UNIV-FILE
               WHEN 10 PERFORM RESTORE-MAJOR-FILE
               WHEN OTHER PERFORM RESTORE-FLAT-FILE
           END-EVALUATE
           CLOSE GEN-FILE
           ADD WS-COPY-COUNT TO WS-TOTAL-RECORDS

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING FUNCTION TRIM(WS-DF-NAME(WS-DX)) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-COPY-COUNT DELIMITED BY SIZE
                  " record(s) restored from " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-NAME) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).

       RESTORE-USER-FILE.
           OPEN OUTPUT USER-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GEN-FILE INTO GEN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE GEN-REC TO USER-REC
                       WRITE USER-REC
                           INVALID KEY ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       RESTORE-PROFILE-FILE.
           OPEN OUTPUT PROFILE-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GEN-FILE INTO GEN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE GEN-REC TO PROFILE-REC
                       WRITE PROFILE-REC
                           INVALID KEY ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

       RESTORE-CONNECTION-FILE.
           OPEN OUTPUT CONNECTION-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GEN-FILE INTO GEN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE GEN-REC TO CONN-REC
                       WRITE CONN-REC
                           INVALID KEY ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CONNECTION-FILE.

       RESTORE-MESSAGE-FILE.
           OPEN OUTPUT MESSAGE-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GEN-FILE INTO GEN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE GEN-REC TO MESSAGE-REC
                       WRITE MESSAGE-REC
                           INVALID KEY ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE MESSAGE-FILE.

       RESTORE-INTERVIEW-FILE.
           OPEN OUTPUT INTERVIEW-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GEN-FILE INTO GEN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE GEN-REC TO INTERVIEW-REC
                       WRITE INTERVIEW-REC
                           INVALID KEY ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE INTERVIEW-FILE.

       RESTORE-ENDORSE-FILE.
           OPEN OUTPUT ENDORSE-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GEN-FILE INTO GEN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE GEN-REC TO ENDORSE-REC
                       WRITE ENDORSE-REC
                           INVALID KEY ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ENDORSE-FILE.

       RESTORE-BLOCK-FILE.
           OPEN OUTPUT BLOCK-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GEN-FILE INTO GEN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE GEN-REC TO BLOCK-REC
                       WRITE BLOCK-REC
                           INVALID KEY ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE.

       RESTORE-REPORT-FILE.
           OPEN OUTPUT ABUSE-REPORT-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GEN-FILE INTO GEN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE GEN-REC TO ABUSE-REPORT-REC
                       WRITE ABUSE-REPORT-REC
                           INVALID KEY ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ABUSE-REPORT-FILE.

       RESTORE-UNIV-FILE.
           OPEN OUTPUT UNIVERSITY-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GEN-FILE INTO GEN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE GEN-REC TO UNIV-REC
                       WRITE UNIV-REC
                           INVALID KEY ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNIVERSITY-FILE.

       RESTORE-MAJOR-FILE.
           OPEN OUTPUT MAJOR-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GEN-FILE INTO GEN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE GEN-REC TO MAJOR-REC
                       WRITE MAJOR-REC
                           INVALID KEY ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE MAJOR-FILE.

       RESTORE-FLAT-FILE.
           MOVE WS-DF-NAME(WS-DX) TO WS-FLAT-NAME
           OPEN OUTPUT FLAT-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GEN-FILE INTO GEN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE GEN-REC TO FLAT-REC
                       WRITE FLAT-REC
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE FLAT-FILE.

       VERIFY-RESTORED-FILES.
           *>Counts what is actually in each live file now, not what
           *>the copy loop wrote, so a short write or a rejected key
           *>shows up as a mismatch against the manifest.
           MOVE 0 TO WS-MISMATCH-COUNT
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DF-COUNT
               MOVE 0 TO WS-COPY-COUNT
               MOVE 'N' TO EOF-FLAG
               EVALUATE WS-DX
                   WHEN 1 PERFORM COUNT-USER-FILE
                   WHEN 2 PERFORM COUNT-PROFILE-FILE
                   WHEN 3 PERFORM COUNT-CONNECTION-FILE
                   WHEN 4 PERFORM COUNT-MESSAGE-FILE
                   WHEN 5 PERFORM COUNT-INTERVIEW-FILE
                   WHEN 6 PERFORM COUNT-ENDORSE-FILE
                   WHEN 7 PERFORM COUNT-BLOCK-FILE
                   WHEN 8 PERFORM COUNT-REPORT-FILE
                   WHEN 9 PERFORM COUNT-UNIV-FILE
                   WHEN 10 PERFORM COUNT-MAJOR-FILE
                   WHEN OTHER PERFORM COUNT-FLAT-FILE
               END-EVALUATE
               MOVE WS-COPY-COUNT TO WS-DF-FOUND(WS-DX)
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               IF WS-DF-FOUND(WS-DX) = WS-DF-EXPECTED(WS-DX)
                   STRING "  " DELIMITED BY SIZE
                          WS-DF-NAME(WS-DX) DELIMITED BY SIZE
                          WS-DF-FOUND(WS-DX) DELIMITED BY SIZE
                          " record(s) - matches manifest" DELIMITED BY SIZE
                          INTO WS-DISPLAY-MESSAGE
                   END-STRING
               ELSE
                   ADD 1 TO WS-MISMATCH-COUNT
                   STRING "  " DELIMITED BY SIZE
                          WS-DF-NAME(WS-DX) DELIMITED BY SIZE
                          WS-DF-FOUND(WS-DX) DELIMITED BY SIZE
                          " record(s) - MISMATCH, manifest says " DELIMITED BY SIZE
                          WS-DF-EXPECTED(WS-DX) DELIMITED BY SIZE
                          INTO WS-DISPLAY-MESSAGE
                   END-STRING
               END-IF
               DISPLAY WS-DISPLAY-MESSAGE(1:90)
           END-PERFORM.

       COUNT-USER-FILE.
           OPEN INPUT USER-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ USER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USER-FILE.

       COUNT-PROFILE-FILE.
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PROFILE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROFILE-FILE.

       COUNT-CONNECTION-FILE.
           OPEN INPUT CONNECTION-FILE
           IF WS-CONN-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ CONNECTION-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONNECTION-FILE.

       COUNT-MESSAGE-FILE.
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ MESSAGE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MESSAGE-FILE.

       COUNT-INTERVIEW-FILE.
           OPEN INPUT INTERVIEW-FILE
           IF WS-INT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ INTERVIEW-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INTERVIEW-FILE.

       COUNT-ENDORSE-FILE.
           OPEN INPUT ENDORSE-FILE
           IF WS-END-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ ENDORSE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ENDORSE-FILE.

       COUNT-BLOCK-FILE.
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BLOCK-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BLOCK-FILE.

       COUNT-REPORT-FILE.
           OPEN INPUT ABUSE-REPORT-FILE
           IF WS-REPORT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ ABUSE-REPORT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ABUSE-REPORT-FILE.

       COUNT-UNIV-FILE.
           OPEN INPUT UNIVERSITY-FILE
           IF WS-UNIV-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ UNIVERSITY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE UNIVERSITY-FILE.

       COUNT-MAJOR-FILE.
           OPEN INPUT MAJOR-FILE
           IF WS-MAJOR-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ MAJOR-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MAJOR-FILE.

       COUNT-FLAT-FILE.
           MOVE WS-DF-NAME(WS-DX) TO WS-FLAT-NAME
           OPEN INPUT FLAT-FILE
           IF WS-FLAT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ FLAT-FILE INTO FLAT-REC
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FLAT-FILE.

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

       WRITE-RESTORE-AUDIT.
           PERFORM BUILD-CURRENT-TIMESTAMP
           OPEN EXTEND OUTPUT-FILE
           IF WS-OUT-STATUS = "35"
               OPEN OUTPUT OUTPUT-FILE
           END-IF
           IF WS-OUT-STATUS = "00"
               MOVE SPACES TO WS-AUDIT-LINE
               IF WS-MISMATCH-COUNT = 0
                   STRING "[" DELIMITED BY SIZE
                          WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                          "] SYSTEM - Data restored from backup generation " DELIMITED BY SIZE
                          WS-GENERATION DELIMITED BY SIZE
                          INTO WS-AUDIT-LINE
                   END-STRING
               ELSE
                   STRING "[" DELIMITED BY SIZE
                          WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                          "] SYSTEM - Restore of generation " DELIMITED BY SIZE
                          WS-GENERATION DELIMITED BY SIZE
                          " failed count check" DELIMITED BY SIZE
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
                  " record(s) restored, " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  " rejected on duplicate key" DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           IF WS-MISMATCH-COUNT > 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "WARNING: " DELIMITED BY SIZE
                      WS-MISMATCH-COUNT DELIMITED BY SIZE
                      " file(s) do not match the manifest after the restore." DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
           ELSE
               DISPLAY "All restored files match the manifest."
           END-IF

           MOVE "==================================" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).
