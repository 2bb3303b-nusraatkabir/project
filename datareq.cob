*> InCollege data-request job: answers a student's or the privacy
*> office's "what do you hold on me" and "delete me" requests for one
*> username. Export mode writes a single readable document,
*> datarequest-<username>.txt, covering the users.dat row (without the
*> password hash and salt), the profile, completed skills, skill
*> endorsements received and given, connections and pending requests,
*> the users the account has blocked and the abuse reports it has
*> filed, messages sent and received (including any the retention
*> purge moved to messages_archive.dat), job postings, applications,
*> interviews, and every audit line filed under the username in the
*> rolled monthly logs listed in loghistory.dat and in the live
*> InCollege-Output.txt. Erasure mode removes the account from every
*> live data file in one pass - both rows of each mirrored connection
*> pair go together, so connections.dat stays consistent - and leaves
*> a single audit line recording that the erasure happened. A
*> generated resume-<username>.txt is emptied along with the data it
*> was built from. Unlike the alumni archive, nothing is kept: the
*> account cannot be restored afterward. The user row is deleted last
*> so an interrupted erasure can simply be run again to finish. The
*> jobs, applications, skills, and message archive rewrites use the
*> same take-backup / journal-marker / copy-back sequence as the rest
*> of the system. The mode and username are taken from the command
*> line ("1 username" or "2 username") or prompted for; the job
*> refuses to run while batch.lck holds the nightly driver's BUSY
*> line, and holds a BUSY line of its own there while an erasure
*> rewrites the files.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-REQUEST.
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

           SELECT JOB-FILE ASSIGN TO "jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

           SELECT APPLICATION-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.

           SELECT SKILLS-FILE ASSIGN TO "skills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILLS-STATUS.

           SELECT MSG-ARCH-FILE ASSIGN TO "messages_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCH-STATUS.

           SELECT USER-ARCH-FILE ASSIGN TO "users_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UARCH-STATUS.

           SELECT TEMP-JOB-FILE ASSIGN TO "temp_dreq_jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-JOB-STATUS.

           SELECT TEMP-APPLICATION-FILE ASSIGN TO "temp_dreq_apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-APP-STATUS.

           SELECT TEMP-SKILL-FILE ASSIGN TO "temp_dreq_skills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-SKILL-STATUS.

           SELECT TEMP-MARCH-FILE ASSIGN TO "temp_dreq_msgarch.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-MARCH-STATUS.

           SELECT JOB-BACKUP-FILE ASSIGN TO "jobs.bak"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-BAK-STATUS.

           SELECT APPLICATION-BACKUP-FILE ASSIGN TO "applications.bak"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-BAK-STATUS.

           SELECT SKILLS-BACKUP-FILE ASSIGN TO "skills.bak"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILLS-BAK-STATUS.

           SELECT MARCH-BACKUP-FILE ASSIGN TO "messages_archive.bak"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCH-BAK-STATUS.

           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.

           SELECT RESUME-FILE ASSIGN TO WS-RESUME-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUME-STATUS.

           SELECT LOG-HISTORY-FILE ASSIGN TO "loghistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ROLLED-LOG-FILE ASSIGN TO WS-ROLLED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-STATUS.

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
           05 RP-KIND            PIC X.
           05 RP-TARGET-ID       PIC 9(9).
           05 RP-REPORTER        PIC X(20).
           05 RP-OFFENDER        PIC X(20).
           05 RP-REPORTED-AT     PIC X(19).
           05 RP-REASON          PIC X(80).
           05 RP-EXCERPT         PIC X(100).
           05 RP-STATUS          PIC X.
           05 RP-DECIDED-ON      PIC X(10).

       FD  JOB-FILE.
       01  JOB-REC            PIC X(300).

       FD  APPLICATION-FILE.
       01  APPLICATION-REC    PIC X(60).

       FD  SKILLS-FILE.
       01  SKILLS-REC         PIC X(60).

       FD  MSG-ARCH-FILE.
       01  MARCH-REC.
           05 MA-ARCHIVED-ON  PIC X(10).
           05 MA-MESSAGE      PIC X(270).

       FD  USER-ARCH-FILE.
       01  UARCH-REC          PIC X(80).

       FD  TEMP-JOB-FILE.
       01  TEMP-JOB-REC       PIC X(300).

       FD  TEMP-APPLICATION-FILE.
       01  TEMP-APPLICATION-REC PIC X(60).

       FD  TEMP-SKILL-FILE.
       01  TEMP-SKILL-REC     PIC X(60).

       FD  TEMP-MARCH-FILE.
       01  TEMP-MARCH-REC     PIC X(280).

       FD  JOB-BACKUP-FILE.
       01  JOB-BAK-REC        PIC X(300).

       FD  APPLICATION-BACKUP-FILE.
       01  APP-BAK-REC        PIC X(60).

       FD  SKILLS-BACKUP-FILE.
       01  SKILLS-BAK-REC     PIC X(60).

       FD  MARCH-BACKUP-FILE.
       01  MARCH-BAK-REC      PIC X(280).

       FD  EXPORT-FILE.
       01  EXPORT-REC         PIC X(300).

       FD  RESUME-FILE.
       01  RESUME-REC         PIC X(80).

       FD  LOG-HISTORY-FILE.
       01  HISTORY-REC        PIC X(40).

       FD  ROLLED-LOG-FILE.
       01  ROLLED-REC         PIC X(100).

       FD  BATCH-LOCK-FILE.
       01  LOCK-REC           PIC X(40).

       FD  SWAP-JOURNAL-FILE.
       01  JOURNAL-REC        PIC X(40).

       FD  OUTPUT-FILE.
       01  OUT-REC            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PROF-STATUS       PIC XX VALUE SPACES.
       01  WS-CONN-STATUS       PIC XX VALUE SPACES.
       01  WS-MSG-STATUS        PIC XX VALUE SPACES.
       01  WS-INT-STATUS        PIC XX VALUE SPACES.
       01  WS-END-STATUS        PIC XX VALUE SPACES.
       01  WS-BLOCK-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS     PIC XX VALUE SPACES.
       01  WS-JOB-STATUS        PIC XX VALUE SPACES.
       01  WS-APP-STATUS        PIC XX VALUE SPACES.
       01  WS-SKILLS-STATUS     PIC XX VALUE SPACES.
       01  WS-MARCH-STATUS      PIC XX VALUE SPACES.
       01  WS-UARCH-STATUS      PIC XX VALUE SPACES.
       01  WS-TEMP-JOB-STATUS   PIC XX VALUE SPACES.
       01  WS-TEMP-APP-STATUS   PIC XX VALUE SPACES.
       01  WS-TEMP-SKILL-STATUS PIC XX VALUE SPACES.
       01  WS-TEMP-MARCH-STATUS PIC XX VALUE SPACES.
       01  WS-JOB-BAK-STATUS    PIC XX VALUE SPACES.
       01  WS-APP-BAK-STATUS    PIC XX VALUE SPACES.
       01  WS-SKILLS-BAK-STATUS PIC XX VALUE SPACES.
       01  WS-MARCH-BAK-STATUS  PIC XX VALUE SPACES.
       01  WS-EXP-STATUS        PIC XX VALUE SPACES.
       01  WS-HIST-STATUS       PIC XX VALUE SPACES.
       01  WS-ROLL-STATUS       PIC XX VALUE SPACES.
       01  WS-LOCK-STATUS       PIC XX VALUE SPACES.
       01  WS-JNL-STATUS        PIC XX VALUE SPACES.
       01  WS-OUT-STATUS        PIC XX VALUE SPACES.

       01  WS-SWAP-ACTION       PIC X(10).
       01  WS-SWAP-TARGET       PIC X(30).
       01  WS-SWAP-BLOCKED      PIC X VALUE 'N'.
       01  WS-JNL-HELD-TARGET   PIC X(30).
       01  EOF-SWAP-COPY        PIC X VALUE 'N'.

       01  WS-DISPLAY-MESSAGE   PIC X(120).
       01  EOF-FLAG             PIC X VALUE 'N'.
       01  EOF-LOG-HISTORY      PIC X VALUE 'N'.
       01  WS-CURRENT-DATETIME  PIC X(21).
       01  WS-AUDIT-TIMESTAMP   PIC X(19).
       01  WS-AUDIT-LINE        PIC X(100).
       01  WS-AUDIT-USERNAME    PIC X(20).
       01  WS-AUDIT-ACTION      PIC X(50).
       01  WS-CMD-ARGS          PIC X(80) VALUE SPACES.
       01  WS-CMD-MODE          PIC X(10).
       01  WS-MODE-CHOICE       PIC X.
       01  WS-CONFIRM           PIC X(10).
       01  WS-BATCH-BUSY        PIC X VALUE 'N'.
       01  WS-I                 PIC 9(4).

       01  WS-TARGET-USER       PIC X(20) VALUE SPACES.
       01  WS-TARGET-FOUND      PIC X VALUE 'N'.
       01  WS-TARGET-ARCHIVED   PIC X VALUE 'N'.

       01  WS-EXPORT-NAME       PIC X(60) VALUE SPACES.
       01  WS-RESUME-NAME       PIC X(40) VALUE SPACES.
       01  WS-RESUME-STATUS     PIC XX VALUE SPACES.
       01  WS-EXPORT-LINE       PIC X(300).
       01  WS-EXPORT-LINES      PIC 9(7) VALUE 0.
       01  WS-SECTION-COUNT     PIC 9(5) VALUE 0.
       01  WS-ROLLED-NAME       PIC X(40) VALUE SPACES.

       *>Same field order CREATE-EDIT-PROFILE writes the
       *>comma-delimited profile record in.
       01  WS-PROFILE.
          05 PF-FIRST-NAME         PIC X(30).
          05 PF-LAST-NAME          PIC X(30).
          05 PF-UNIVERSITY         PIC X(50).
          05 PF-MAJOR              PIC X(40).
          05 PF-GRAD-YEAR          PIC X(10).
          05 PF-ABOUT-ME           PIC X(200).
          05 PF-EXP-COUNT          PIC X(5).
          05 PF-EXP OCCURS 3 TIMES.
             10 PF-EXP-TITLE       PIC X(30).
             10 PF-EXP-COMPANY     PIC X(30).
             10 PF-EXP-DATES       PIC X(20).
             10 PF-EXP-DESC        PIC X(100).
          05 PF-EDU-COUNT          PIC X(5).
          05 PF-EDU OCCURS 3 TIMES.
             10 PF-EDU-DEGREE      PIC X(30).
             10 PF-EDU-UNIV        PIC X(50).
             10 PF-EDU-YEARS       PIC X(20).
          05 PF-MENTOR-FLAG        PIC X.
       01  WS-REC-USERNAME      PIC X(20).

       01  WS-JOB-RECORD.
          05 JB-JOB-ID          PIC 9(5).
          05 JB-POSTER          PIC X(20).
          05 JB-TITLE           PIC X(40).
          05 JB-COMPANY         PIC X(40).
          05 JB-DESC            PIC X(150).
          05 JB-DEADLINE        PIC X(10).
          05 JB-STATUS          PIC X.
          05 JB-REQ-SKILLS      PIC X(20).

       01  WS-APPLICATION-RECORD.
          05 AP-JOB-ID          PIC 9(5).
          05 AP-APPLICANT       PIC X(20).
          05 AP-STATUS          PIC X.
       01  WS-APP-STATUS-WORD   PIC X(10).
       01  WS-IV-STATUS-WORD    PIC X(10).

       01  WS-SKILL-REC-W.
           05 SK-USERNAME        PIC X(20).
           05 SK-SKILL-NAME      PIC X(30).

       *>A purged message, in the live layout it was archived in.
       01  WS-ARCH-MESSAGE.
           05 AM-MSG-ID       PIC 9(9).
           05 AM-SENDER       PIC X(20).
           05 AM-RECIPIENT    PIC X(20).
           05 AM-READ-FLAG    PIC X.
           05 AM-SENT-TIME    PIC X(19).
           05 AM-BODY         PIC X(200).
           05 AM-MSG-TYPE     PIC X.

       *>Connection rows touching the account, gathered in one pass
       *>so the mirror test can do keyed reads without disturbing the
       *>scan. Direction S: the account sent the row; R: received it.
       01  WS-CX-COUNT          PIC 9(4) VALUE 0.
       01  WS-CX-TABLE.
           05 WS-CX-ENTRY OCCURS 1000 TIMES.
              10 WS-CX-PARTNER   PIC X(20).
              10 WS-CX-DIR       PIC X.
       01  WS-MIRROR-FOUND      PIC X VALUE 'N'.

       *>One byte per possible Job ID, set for the postings erased
       *>with the account, so applications to them go in the same run.
       01  WS-ERASED-JOB-MAP    PIC X(99999) VALUE ALL 'N'.

       01  WS-AQ-LINE           PIC X(100).
       01  WS-AQ-LINE-USER      PIC X(20).
       01  WS-AQ-LINE-ACTION    PIC X(60).

       01  WS-ERASE-INCOMPLETE  PIC X VALUE 'N'.
       01  WS-SKILLS-ERASED     PIC 9(7) VALUE 0.
       01  WS-CONNS-ERASED      PIC 9(7) VALUE 0.
       01  WS-MSGS-ERASED       PIC 9(7) VALUE 0.
       01  WS-MARCH-ERASED      PIC 9(7) VALUE 0.
       01  WS-JOBS-ERASED       PIC 9(7) VALUE 0.
       01  WS-APPS-ERASED       PIC 9(7) VALUE 0.
       01  WS-INTS-ERASED       PIC 9(7) VALUE 0.
       01  WS-ENDS-ERASED       PIC 9(7) VALUE 0.
       01  WS-BLOCKS-ERASED     PIC 9(7) VALUE 0.
       01  WS-REPORTS-ERASED    PIC 9(7) VALUE 0.
       01  WS-RP-ID-DISP        PIC Z(6)9.
       01  WS-RP-TARGET-DISP    PIC Z(8)9.
       01  WS-RP-STATUS-WORD    PIC X(30).
       01  WS-PROFILE-ERASED    PIC 9 VALUE 0.
       01  WS-RESUME-ERASED     PIC 9 VALUE 0.
       01  WS-USER-ERASED       PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "===== InCollege Data Request =====" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           PERFORM CHECK-BATCH-LOCK
           IF WS-BATCH-BUSY = 'Y'
               DISPLAY "The nightly batch run is in progress - data request refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RECOVER-INTERRUPTED-SWAP

           ACCEPT WS-CMD-ARGS FROM COMMAND-LINE
           IF WS-CMD-ARGS(1:1) = '1' OR WS-CMD-ARGS(1:1) = '2'
               UNSTRING WS-CMD-ARGS DELIMITED BY ALL SPACES
                   INTO WS-CMD-MODE WS-TARGET-USER
               END-UNSTRING
               MOVE WS-CMD-MODE(1:1) TO WS-MODE-CHOICE
           ELSE
               MOVE SPACES TO WS-CMD-ARGS
               DISPLAY "1. Export an account's data"
               DISPLAY "2. Erase an account"
               DISPLAY "Enter your choice (1-2): " WITH NO ADVANCING
               ACCEPT WS-MODE-CHOICE
               DISPLAY "Username: " WITH NO ADVANCING
               ACCEPT WS-TARGET-USER
           END-IF

           IF FUNCTION TRIM(WS-TARGET-USER) = SPACES
               DISPLAY "No username given."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FIND-TARGET-ACCOUNT
           IF WS-TARGET-FOUND = 'N'
               IF WS-TARGET-ARCHIVED = 'Y'
                   DISPLAY "That account is archived - restore it with the alumni archive job first."
               ELSE
                   DISPLAY "No account with that username."
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-MODE-CHOICE
               WHEN '1' PERFORM EXPORT-ACCOUNT
               WHEN '2' PERFORM ERASE-ACCOUNT
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
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

       RECOVER-INTERRUPTED-SWAP.
           *>A SWAP marker left in swap.jnl means some program died
           *>mid-swap and the .bak twin is the only good copy. This
           *>job can restore the four files it swaps itself; a marker
           *>for any other file is left for the program that owns it
           *>and this job refuses to run.
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
              EVALUATE FUNCTION TRIM(WS-SWAP-TARGET)
                 WHEN "jobs.dat"
                    PERFORM RESTORE-JOB-BACKUP
                 WHEN "applications.dat"
                    PERFORM RESTORE-APPLICATION-BACKUP
                 WHEN "skills.dat"
                    PERFORM RESTORE-SKILLS-BACKUP
                 WHEN "messages_archive.dat"
                    PERFORM RESTORE-MARCH-BACKUP
                 WHEN OTHER
                    DISPLAY "An interrupted update of " FUNCTION TRIM(WS-SWAP-TARGET)
                        " is pending recovery - run the program that owns that file first."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
              PERFORM CLEAR-SWAP-MARKER
              DISPLAY "Recovered " FUNCTION TRIM(WS-SWAP-TARGET)
                  " from its backup after an interrupted update."
           END-IF.

       RESTORE-JOB-BACKUP.
           OPEN INPUT JOB-BACKUP-FILE
           IF WS-JOB-BAK-STATUS = "00"
               OPEN OUTPUT JOB-FILE
               MOVE 'N' TO EOF-SWAP-COPY
               PERFORM UNTIL EOF-SWAP-COPY = 'Y'
                   READ JOB-BACKUP-FILE INTO JOB-BAK-REC
                       AT END MOVE 'Y' TO EOF-SWAP-COPY
                       NOT AT END
                           MOVE JOB-BAK-REC TO JOB-REC
                           WRITE JOB-REC
                   END-READ
               END-PERFORM
               CLOSE JOB-FILE
           END-IF
           CLOSE JOB-BACKUP-FILE.

       RESTORE-APPLICATION-BACKUP.
           OPEN INPUT APPLICATION-BACKUP-FILE
           IF WS-APP-BAK-STATUS = "00"
               OPEN OUTPUT APPLICATION-FILE
               MOVE 'N' TO EOF-SWAP-COPY
               PERFORM UNTIL EOF-SWAP-COPY = 'Y'
                   READ APPLICATION-BACKUP-FILE INTO APP-BAK-REC
                       AT END MOVE 'Y' TO EOF-SWAP-COPY
                       NOT AT END
                           MOVE APP-BAK-REC TO APPLICATION-REC
                           WRITE APPLICATION-REC
                   END-READ
               END-PERFORM
               CLOSE APPLICATION-FILE
           END-IF
           CLOSE APPLICATION-BACKUP-FILE.

       RESTORE-SKILLS-BACKUP.
           OPEN INPUT SKILLS-BACKUP-FILE
           IF WS-SKILLS-BAK-STATUS = "00"
               OPEN OUTPUT SKILLS-FILE
               MOVE 'N' TO EOF-SWAP-COPY
               PERFORM UNTIL EOF-SWAP-COPY = 'Y'
                   READ SKILLS-BACKUP-FILE INTO SKILLS-BAK-REC
                       AT END MOVE 'Y' TO EOF-SWAP-COPY
                       NOT AT END
                           MOVE SKILLS-BAK-REC TO SKILLS-REC
                           WRITE SKILLS-REC
                   END-READ
               END-PERFORM
               CLOSE SKILLS-FILE
           END-IF
           CLOSE SKILLS-BACKUP-FILE.

       RESTORE-MARCH-BACKUP.
           OPEN INPUT MARCH-BACKUP-FILE
           IF WS-MARCH-BAK-STATUS = "00"
               OPEN OUTPUT MSG-ARCH-FILE
               MOVE 'N' TO EOF-SWAP-COPY
               PERFORM UNTIL EOF-SWAP-COPY = 'Y'
                   READ MARCH-BACKUP-FILE INTO MARCH-BAK-REC
                       AT END MOVE 'Y' TO EOF-SWAP-COPY
                       NOT AT END
                           MOVE MARCH-BAK-REC TO MARCH-REC
                           WRITE MARCH-REC
                   END-READ
               END-PERFORM
               CLOSE MSG-ARCH-FILE
           END-IF
           CLOSE MARCH-BACKUP-FILE.

       WRITE-SWAP-MARKER.
           *>Single-slot journal: re-check before writing our marker so
           *>a marker for a file this job cannot restore is never
           *>truncated away. Callers check WS-SWAP-BLOCKED and leave
           *>the live file untouched when the write is refused.
           MOVE 'N' TO WS-SWAP-BLOCKED
           MOVE SPACES TO WS-SWAP-ACTION
           MOVE SPACES TO WS-JNL-HELD-TARGET
           OPEN INPUT SWAP-JOURNAL-FILE
           IF WS-JNL-STATUS = "00"
               READ SWAP-JOURNAL-FILE INTO JOURNAL-REC
                   AT END CONTINUE
                   NOT AT END
                       UNSTRING JOURNAL-REC DELIMITED BY ","
                           INTO WS-SWAP-ACTION WS-JNL-HELD-TARGET
                       END-UNSTRING
               END-READ
               CLOSE SWAP-JOURNAL-FILE
           END-IF
           IF WS-SWAP-ACTION = "SWAP"
               EVALUATE FUNCTION TRIM(WS-JNL-HELD-TARGET)
                   WHEN "jobs.dat"
                   WHEN "applications.dat"
                   WHEN "skills.dat"
                   WHEN "messages_archive.dat"
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO WS-SWAP-BLOCKED
                       DISPLAY "An interrupted update of " FUNCTION TRIM(WS-JNL-HELD-TARGET)
                           " must be repaired by the program that owns it - update skipped."
               END-EVALUATE
           END-IF
           IF WS-SWAP-BLOCKED = 'N'
               OPEN OUTPUT SWAP-JOURNAL-FILE
               MOVE SPACES TO JOURNAL-REC
               STRING "SWAP," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SWAP-TARGET) DELIMITED BY SIZE
                      INTO JOURNAL-REC
               END-STRING
               WRITE JOURNAL-REC
               CLOSE SWAP-JOURNAL-FILE
           ELSE
               MOVE 'Y' TO WS-ERASE-INCOMPLETE
           END-IF.

       CLEAR-SWAP-MARKER.
           OPEN OUTPUT SWAP-JOURNAL-FILE
           CLOSE SWAP-JOURNAL-FILE.

       FIND-TARGET-ACCOUNT.
           *>An archived alumnus has no users.dat row; their data lives
           *>in the archive files, which only the archive job handles,
           *>so they are pointed there rather than reported unknown.
           MOVE 'N' TO WS-TARGET-FOUND
           MOVE 'N' TO WS-TARGET-ARCHIVED
           OPEN INPUT USER-FILE
           IF WS-FILE-STATUS = "00"
               MOVE WS-TARGET-USER TO USR-USERNAME
               READ USER-FILE KEY IS USR-USERNAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-TARGET-FOUND
               END-READ
           END-IF
           CLOSE USER-FILE
           IF WS-TARGET-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT USER-ARCH-FILE
           IF WS-UARCH-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ USER-ARCH-FILE INTO UARCH-REC
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF UARCH-REC(1:20) = WS-TARGET-USER
                               MOVE 'Y' TO WS-TARGET-ARCHIVED
                               MOVE 'Y' TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USER-ARCH-FILE.

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
           PERFORM BUILD-CURRENT-TIMESTAMP
           OPEN EXTEND OUTPUT-FILE
           IF WS-OUT-STATUS = "35"
               OPEN OUTPUT OUTPUT-FILE
           END-IF
           IF WS-OUT-STATUS = "00"
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
               WRITE OUT-REC
               CLOSE OUTPUT-FILE
           END-IF.

       EXPORT-ACCOUNT.
           MOVE SPACES TO WS-EXPORT-NAME
           STRING "datarequest-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-EXPORT-NAME
           END-STRING
           OPEN OUTPUT EXPORT-FILE
           IF WS-EXP-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-EXPORT-NAME) " could not be created - export abandoned."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "InCollege data held for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                  " - produced " DELIMITED BY SIZE
                  WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                  INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE

           PERFORM EXPORT-USER-ROW
           PERFORM EXPORT-PROFILE
           PERFORM EXPORT-SKILLS
           PERFORM EXPORT-ENDORSEMENTS
           PERFORM EXPORT-CONNECTIONS
           PERFORM EXPORT-BLOCKS
           PERFORM EXPORT-REPORTS
           PERFORM EXPORT-MESSAGES
           PERFORM EXPORT-ARCHIVED-MESSAGES
           PERFORM EXPORT-POSTINGS
           PERFORM EXPORT-APPLICATIONS
           PERFORM EXPORT-INTERVIEWS
           PERFORM EXPORT-AUDIT-LINES

           MOVE SPACES TO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           MOVE "End of data export." TO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           CLOSE EXPORT-FILE

           MOVE WS-TARGET-USER TO WS-AUDIT-USERNAME
           MOVE "Data request export produced" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Export written to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXPORT-NAME) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-EXPORT-LINES DELIMITED BY SIZE
                  " lines)." DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).

       WRITE-EXPORT-LINE.
           MOVE WS-EXPORT-LINE TO EXPORT-REC
           WRITE EXPORT-REC
           ADD 1 TO WS-EXPORT-LINES.

       WRITE-SECTION-HEADING.
           *>Caller puts the heading text in WS-EXPORT-LINE.
           MOVE WS-EXPORT-LINE TO WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           MOVE WS-DISPLAY-MESSAGE TO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           MOVE "----------------------------------------" TO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT.

       WRITE-NONE-IF-EMPTY.
           IF WS-SECTION-COUNT = 0
               MOVE "  (none)" TO WS-EXPORT-LINE
               PERFORM WRITE-EXPORT-LINE
           END-IF.

       EXPORT-USER-ROW.
           *>The password hash and salt are deliberately left out.
           MOVE "ACCOUNT" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT USER-FILE
           MOVE WS-TARGET-USER TO USR-USERNAME
           READ USER-FILE KEY IS USR-USERNAME
               INVALID KEY CONTINUE
           END-READ
           CLOSE USER-FILE

           MOVE SPACES TO WS-EXPORT-LINE
           STRING "  Username:              " DELIMITED BY SIZE
                  FUNCTION TRIM(USR-USERNAME) DELIMITED BY SIZE
                  INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE

           MOVE SPACES TO WS-EXPORT-LINE
           IF USR-ACCT-TYPE = 'E'
               MOVE "  Account type:          Employer" TO WS-EXPORT-LINE
           ELSE
               MOVE "  Account type:          Student" TO WS-EXPORT-LINE
           END-IF
           PERFORM WRITE-EXPORT-LINE

           IF USR-ACCT-TYPE = 'E'
               EVALUATE USR-VERIFIED
                   WHEN 'P'
                       MOVE "  Employer verification: pending" TO WS-EXPORT-LINE
                   WHEN 'R'
                       MOVE "  Employer verification: rejected" TO WS-EXPORT-LINE
                   WHEN OTHER
                       MOVE "  Employer verification: approved" TO WS-EXPORT-LINE
               END-EVALUATE
               PERFORM WRITE-EXPORT-LINE
           END-IF

           IF USR-LOCKED = 'Y'
               MOVE "  Account locked:        yes" TO WS-EXPORT-LINE
           ELSE
               MOVE "  Account locked:        no" TO WS-EXPORT-LINE
           END-IF
           PERFORM WRITE-EXPORT-LINE

           MOVE SPACES TO WS-EXPORT-LINE
           STRING "  Failed login count:    " DELIMITED BY SIZE
                  USR-FAIL-COUNT DELIMITED BY SIZE
                  INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE

           IF USR-PWD-TEMP = 'Y'
               MOVE "  One-time password:     outstanding" TO WS-EXPORT-LINE
           ELSE
               MOVE "  One-time password:     none" TO WS-EXPORT-LINE
           END-IF
           PERFORM WRITE-EXPORT-LINE

           MOVE SPACES TO WS-EXPORT-LINE
           IF USR-LAST-LOGIN = SPACES
               MOVE "  Last login:            not recorded" TO WS-EXPORT-LINE
           ELSE
               STRING "  Last login:            " DELIMITED BY SIZE
                      USR-LAST-LOGIN DELIMITED BY SIZE
                      INTO WS-EXPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-EXPORT-LINE

           MOVE SPACES TO WS-EXPORT-LINE
           EVALUATE USR-DORMANT
               WHEN 'W'
                   STRING "  Dormancy status:       warned " DELIMITED BY SIZE
                          USR-DORMANT-DATE DELIMITED BY SIZE
                          INTO WS-EXPORT-LINE
                   END-STRING
               WHEN 'S'
                   STRING "  Dormancy status:       suspended " DELIMITED BY SIZE
                          USR-DORMANT-DATE DELIMITED BY SIZE
                          INTO WS-EXPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "  Dormancy status:       active" TO WS-EXPORT-LINE
           END-EVALUATE
           PERFORM WRITE-EXPORT-LINE.

       EXPORT-PROFILE.
           MOVE "PROFILE" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
               MOVE WS-TARGET-USER TO PR-USERNAME
               READ PROFILE-FILE KEY IS PR-USERNAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-COUNT
                       PERFORM WRITE-PROFILE-LINES
               END-READ
           END-IF
           CLOSE PROFILE-FILE
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-PROFILE-LINES.
           MOVE SPACES TO WS-PROFILE
           UNSTRING PROFILE-REC DELIMITED BY ","
              INTO WS-REC-USERNAME
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

           MOVE SPACES TO WS-EXPORT-LINE
           STRING "  Name:            " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-FIRST-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-LAST-NAME) DELIMITED BY SIZE
                  INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "  University:      " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-UNIVERSITY) DELIMITED BY SIZE
                  INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "  Major:           " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-MAJOR) DELIMITED BY SIZE
                  INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "  Graduation year: " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-GRAD-YEAR) DELIMITED BY SIZE
                  INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "  About me:        " DELIMITED BY SIZE
                  FUNCTION TRIM(PF-ABOUT-ME) DELIMITED BY SIZE
                  INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           IF PF-MENTOR-FLAG = 'Y'
               MOVE "  Alumni mentor:   yes" TO WS-EXPORT-LINE
           ELSE
               MOVE "  Alumni mentor:   no" TO WS-EXPORT-LINE
           END-IF
           PERFORM WRITE-EXPORT-LINE

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               IF FUNCTION TRIM(PF-EXP-TITLE(WS-I)) NOT = SPACES
                   MOVE SPACES TO WS-EXPORT-LINE
                   STRING "  Experience:      " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-EXP-TITLE(WS-I)) DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-EXP-COMPANY(WS-I)) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(PF-EXP-DATES(WS-I)) DELIMITED BY SIZE
                          ") " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-EXP-DESC(WS-I)) DELIMITED BY SIZE
                          INTO WS-EXPORT-LINE
                   END-STRING
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               IF FUNCTION TRIM(PF-EDU-DEGREE(WS-I)) NOT = SPACES
                   MOVE SPACES TO WS-EXPORT-LINE
                   STRING "  Education:       " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-EDU-DEGREE(WS-I)) DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(PF-EDU-UNIV(WS-I)) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(PF-EDU-YEARS(WS-I)) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-EXPORT-LINE
                   END-STRING
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM.

       EXPORT-SKILLS.
           MOVE "COMPLETED SKILLS" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ SKILLS-FILE INTO WS-SKILL-REC-W
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF SK-USERNAME = WS-TARGET-USER
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-EXPORT-LINE
                               STRING "  " DELIMITED BY SIZE
                                      FUNCTION TRIM(SK-SKILL-NAME) DELIMITED BY SIZE
                                      INTO WS-EXPORT-LINE
                               END-STRING
                               PERFORM WRITE-EXPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SKILLS-FILE
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-ENDORSEMENTS.
           *>Both directions: endorsements the account received for its
           *>skills and the ones it gave its connections.
           MOVE "SKILL ENDORSEMENTS" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT ENDORSE-FILE
           IF WS-END-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ ENDORSE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF EN-ENDORSEE = WS-TARGET-USER
                              OR EN-ENDORSER = WS-TARGET-USER
                               PERFORM WRITE-ENDORSEMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ENDORSE-FILE
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-ENDORSEMENT-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-EXPORT-LINE
           IF EN-ENDORSEE = WS-TARGET-USER
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(EN-SKILL-NAME) DELIMITED BY SIZE
                      " endorsed by " DELIMITED BY SIZE
                      FUNCTION TRIM(EN-ENDORSER) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      EN-ENDORSED-ON DELIMITED BY SIZE
                      INTO WS-EXPORT-LINE
               END-STRING
           ELSE
               STRING "  Endorsed " DELIMITED BY SIZE
                      FUNCTION TRIM(EN-ENDORSEE) DELIMITED BY SIZE
                      " for " DELIMITED BY SIZE
                      FUNCTION TRIM(EN-SKILL-NAME) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      EN-ENDORSED-ON DELIMITED BY SIZE
                      INTO WS-EXPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-EXPORT-LINE.

       EXPORT-BLOCKS.
           *>Only the blocks the account set; who has blocked it is the
           *>other person's record and is not disclosed.
           MOVE "BLOCKED USERS" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-STATUS = "00"
               MOVE WS-TARGET-USER TO BL-BLOCKER
               MOVE LOW-VALUES TO BL-BLOCKED
               START BLOCK-FILE KEY IS >= BL-KEY
                   INVALID KEY MOVE 'Y' TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BLOCK-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF BL-BLOCKER NOT = WS-TARGET-USER
                               MOVE 'Y' TO EOF-FLAG
                           ELSE
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-EXPORT-LINE
                               STRING "  " DELIMITED BY SIZE
                                      FUNCTION TRIM(BL-BLOCKED) DELIMITED BY SIZE
                                      " blocked on " DELIMITED BY SIZE
                                      BL-BLOCKED-ON DELIMITED BY SIZE
                                      INTO WS-EXPORT-LINE
                               END-STRING
                               PERFORM WRITE-EXPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BLOCK-FILE
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-REPORTS.
           *>Abuse reports the account filed, with their outcome.
           *>Reports filed against it stay with the reporters.
           MOVE "ABUSE REPORTS FILED" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT ABUSE-REPORT-FILE
           IF WS-REPORT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ ABUSE-REPORT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF RP-REPORTER = WS-TARGET-USER
                               PERFORM WRITE-REPORT-LINES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ABUSE-REPORT-FILE
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-REPORT-LINES.
           ADD 1 TO WS-SECTION-COUNT
           MOVE RP-REPORT-ID TO WS-RP-ID-DISP
           MOVE RP-TARGET-ID TO WS-RP-TARGET-DISP
           EVALUATE RP-STATUS
               WHEN 'O' MOVE "awaiting review" TO WS-RP-STATUS-WORD
               WHEN 'D' MOVE "dismissed" TO WS-RP-STATUS-WORD
               WHEN 'R' MOVE "content removed" TO WS-RP-STATUS-WORD
               WHEN 'L' MOVE "account locked" TO WS-RP-STATUS-WORD
               WHEN OTHER MOVE "unknown" TO WS-RP-STATUS-WORD
           END-EVALUATE
           MOVE SPACES TO WS-EXPORT-LINE
           IF RP-KIND = 'J'
               STRING "  Report " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RP-ID-DISP) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      RP-REPORTED-AT DELIMITED BY SIZE
                      ": job listing " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RP-TARGET-DISP) DELIMITED BY SIZE
                      " by " DELIMITED BY SIZE
                      FUNCTION TRIM(RP-OFFENDER) DELIMITED BY SIZE
                      INTO WS-EXPORT-LINE
               END-STRING
           ELSE
               STRING "  Report " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RP-ID-DISP) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      RP-REPORTED-AT DELIMITED BY SIZE
                      ": message " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RP-TARGET-DISP) DELIMITED BY SIZE
                      " from " DELIMITED BY SIZE
                      FUNCTION TRIM(RP-OFFENDER) DELIMITED BY SIZE
                      INTO WS-EXPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "    Reason: " DELIMITED BY SIZE
                  FUNCTION TRIM(RP-REASON) DELIMITED BY SIZE
                  INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "    Outcome: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RP-STATUS-WORD) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RP-DECIDED-ON DELIMITED BY SIZE
                  INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE.

       EXPORT-CONNECTIONS.
           *>A mirrored pair is an accepted connection and is listed
           *>once; a lone row is a request still waiting on the other
           *>side.
           MOVE "CONNECTIONS" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-CX-COUNT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CONNECTION-FILE
           IF WS-CONN-STATUS NOT = "00"
               CLOSE CONNECTION-FILE
               PERFORM WRITE-NONE-IF-EMPTY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CONNECTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF WS-CX-COUNT < 1000
                           IF CN-SENDER = WS-TARGET-USER
                               ADD 1 TO WS-CX-COUNT
                               MOVE CN-RECIPIENT TO WS-CX-PARTNER(WS-CX-COUNT)
                               MOVE 'S' TO WS-CX-DIR(WS-CX-COUNT)
                           END-IF
                           IF CN-RECIPIENT = WS-TARGET-USER
                              AND CN-SENDER NOT = WS-TARGET-USER
                               ADD 1 TO WS-CX-COUNT
                               MOVE CN-SENDER TO WS-CX-PARTNER(WS-CX-COUNT)
                               MOVE 'R' TO WS-CX-DIR(WS-CX-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CX-COUNT
               PERFORM EXPORT-ONE-CONNECTION
           END-PERFORM
           CLOSE CONNECTION-FILE
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-ONE-CONNECTION.
           MOVE 'N' TO WS-MIRROR-FOUND
           IF WS-CX-DIR(WS-I) = 'S'
               MOVE WS-CX-PARTNER(WS-I) TO CN-SENDER
               MOVE WS-TARGET-USER TO CN-RECIPIENT
           ELSE
               MOVE WS-TARGET-USER TO CN-SENDER
               MOVE WS-CX-PARTNER(WS-I) TO CN-RECIPIENT
           END-IF
           READ CONNECTION-FILE KEY IS CONN-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-MIRROR-FOUND
           END-READ

           MOVE SPACES TO WS-EXPORT-LINE
           EVALUATE TRUE
               WHEN WS-MIRROR-FOUND = 'Y' AND WS-CX-DIR(WS-I) = 'S'
                   STRING "  Connected with " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CX-PARTNER(WS-I)) DELIMITED BY SIZE
                          INTO WS-EXPORT-LINE
                   END-STRING
               WHEN WS-MIRROR-FOUND = 'Y'
                   *>The other half of a pair already listed.
                   EXIT PARAGRAPH
               WHEN WS-CX-DIR(WS-I) = 'S'
                   STRING "  Request sent to " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CX-PARTNER(WS-I)) DELIMITED BY SIZE
                          " (pending)" DELIMITED BY SIZE
                          INTO WS-EXPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "  Request received from " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CX-PARTNER(WS-I)) DELIMITED BY SIZE
                          " (pending)" DELIMITED BY SIZE
                          INTO WS-EXPORT-LINE
                   END-STRING
           END-EVALUATE
           ADD 1 TO WS-SECTION-COUNT
           PERFORM WRITE-EXPORT-LINE.

       EXPORT-MESSAGES.
           MOVE "MESSAGES" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ MESSAGE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF MS-SENDER = WS-TARGET-USER
                              OR MS-RECIPIENT = WS-TARGET-USER
                               MOVE MESSAGE-REC TO WS-ARCH-MESSAGE
                               PERFORM WRITE-MESSAGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MESSAGE-FILE
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-ARCHIVED-MESSAGES.
           MOVE "ARCHIVED MESSAGES" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT MSG-ARCH-FILE
           IF WS-MARCH-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ MSG-ARCH-FILE INTO MARCH-REC
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE MA-MESSAGE TO WS-ARCH-MESSAGE
                           IF AM-SENDER = WS-TARGET-USER
                              OR AM-RECIPIENT = WS-TARGET-USER
                               PERFORM WRITE-MESSAGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MSG-ARCH-FILE
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-MESSAGE-LINE.
           *>Works from WS-ARCH-MESSAGE so live and archived messages
           *>print the same way.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-EXPORT-LINE
           IF AM-SENDER = WS-TARGET-USER
               STRING "  " DELIMITED BY SIZE
                      AM-SENT-TIME DELIMITED BY SIZE
                      " sent to " DELIMITED BY SIZE
                      FUNCTION TRIM(AM-RECIPIENT) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(AM-BODY) DELIMITED BY SIZE
                      INTO WS-EXPORT-LINE
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                      AM-SENT-TIME DELIMITED BY SIZE
                      " received from " DELIMITED BY SIZE
                      FUNCTION TRIM(AM-SENDER) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(AM-BODY) DELIMITED BY SIZE
                      INTO WS-EXPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-EXPORT-LINE.

       EXPORT-POSTINGS.
           MOVE "JOB POSTINGS" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT JOB-FILE
           IF WS-JOB-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ JOB-FILE INTO JOB-REC
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-JOB-REC
                           IF JB-POSTER = WS-TARGET-USER
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SPACES TO WS-EXPORT-LINE
                               STRING "  #" DELIMITED BY SIZE
                                      JB-JOB-ID DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      FUNCTION TRIM(JB-TITLE) DELIMITED BY SIZE
                                      ", " DELIMITED BY SIZE
                                      FUNCTION TRIM(JB-COMPANY) DELIMITED BY SIZE
                                      " (deadline " DELIMITED BY SIZE
                                      JB-DEADLINE DELIMITED BY SIZE
                                      ")" DELIMITED BY SIZE
                                      INTO WS-EXPORT-LINE
                               END-STRING
                               PERFORM WRITE-EXPORT-LINE
                               MOVE SPACES TO WS-EXPORT-LINE
                               STRING "     " DELIMITED BY SIZE
                                      FUNCTION TRIM(JB-DESC) DELIMITED BY SIZE
                                      INTO WS-EXPORT-LINE
                               END-STRING
                               PERFORM WRITE-EXPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOB-FILE
           PERFORM WRITE-NONE-IF-EMPTY.

       PARSE-JOB-REC.
           *>Fixed-position layout the interactive system writes.
           MOVE JOB-REC(1:5)     TO JB-JOB-ID
           MOVE JOB-REC(7:20)    TO JB-POSTER
           MOVE JOB-REC(28:40)   TO JB-TITLE
           MOVE JOB-REC(69:40)   TO JB-COMPANY
           MOVE JOB-REC(110:150) TO JB-DESC
           MOVE JOB-REC(261:10)  TO JB-DEADLINE
           MOVE JOB-REC(272:1)   TO JB-STATUS
           MOVE JOB-REC(274:20)  TO JB-REQ-SKILLS.

       PARSE-APPLICATION-REC.
           MOVE 0 TO AP-JOB-ID
           MOVE SPACES TO AP-APPLICANT
           MOVE SPACE TO AP-STATUS
           UNSTRING APPLICATION-REC DELIMITED BY ","
               INTO AP-JOB-ID
                    AP-APPLICANT
                    AP-STATUS
           END-UNSTRING.

       EXPORT-APPLICATIONS.
           MOVE "JOB APPLICATIONS" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ APPLICATION-FILE INTO APPLICATION-REC
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-APPLICATION-REC
                           IF AP-APPLICANT = WS-TARGET-USER
                               ADD 1 TO WS-SECTION-COUNT
                               EVALUATE AP-STATUS
                                   WHEN 'R' MOVE "reviewed" TO WS-APP-STATUS-WORD
                                   WHEN 'A' MOVE "accepted" TO WS-APP-STATUS-WORD
                                   WHEN 'J' MOVE "rejected" TO WS-APP-STATUS-WORD
                                   WHEN OTHER MOVE "submitted" TO WS-APP-STATUS-WORD
                               END-EVALUATE
                               MOVE SPACES TO WS-EXPORT-LINE
                               STRING "  Applied to job #" DELIMITED BY SIZE
                                      AP-JOB-ID DELIMITED BY SIZE
                                      " - " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-APP-STATUS-WORD) DELIMITED BY SIZE
                                      INTO WS-EXPORT-LINE
                               END-STRING
                               PERFORM WRITE-EXPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE APPLICATION-FILE
           PERFORM WRITE-NONE-IF-EMPTY.

       EXPORT-INTERVIEWS.
           MOVE "INTERVIEWS" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT INTERVIEW-FILE
           IF WS-INT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ INTERVIEW-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF IV-APPLICANT = WS-TARGET-USER
                              OR IV-EMPLOYER = WS-TARGET-USER
                               PERFORM WRITE-INTERVIEW-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INTERVIEW-FILE
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-INTERVIEW-LINE.
           ADD 1 TO WS-SECTION-COUNT
           EVALUATE IV-STATUS
               WHEN 'O' MOVE "offered" TO WS-IV-STATUS-WORD
               WHEN 'C' MOVE "confirmed" TO WS-IV-STATUS-WORD
               WHEN 'D' MOVE "declined" TO WS-IV-STATUS-WORD
               WHEN 'H' MOVE "held" TO WS-IV-STATUS-WORD
               WHEN OTHER MOVE "withdrawn" TO WS-IV-STATUS-WORD
           END-EVALUATE
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "  Job #" DELIMITED BY SIZE
                  IV-JOB-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IV-SLOT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IV-SLOT-TIME DELIMITED BY SIZE
                  " applicant " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-APPLICANT) DELIMITED BY SIZE
                  ", employer " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-EMPLOYER) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IV-STATUS-WORD) DELIMITED BY SIZE
                  INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE.

       EXPORT-AUDIT-LINES.
           *>Rolled months oldest first, then the live log, so the
           *>lines come out in chronological order.
           MOVE "AUDIT LOG ENTRIES" TO WS-EXPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO EOF-LOG-HISTORY
           OPEN INPUT LOG-HISTORY-FILE
           IF WS-HIST-STATUS = "00"
              PERFORM UNTIL EOF-LOG-HISTORY = 'Y'
                  READ LOG-HISTORY-FILE INTO HISTORY-REC
                      AT END MOVE 'Y' TO EOF-LOG-HISTORY
                      NOT AT END
                          IF FUNCTION TRIM(HISTORY-REC) NOT = SPACES
                              MOVE HISTORY-REC TO WS-ROLLED-NAME
                              PERFORM SCAN-ONE-AUDIT-LOG
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LOG-HISTORY-FILE
           END-IF
           MOVE "InCollege-Output.txt" TO WS-ROLLED-NAME
           PERFORM SCAN-ONE-AUDIT-LOG
           PERFORM WRITE-NONE-IF-EMPTY.

       SCAN-ONE-AUDIT-LOG.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT ROLLED-LOG-FILE
           IF WS-ROLL-STATUS = "00"
              PERFORM UNTIL EOF-FLAG = 'Y'
                  READ ROLLED-LOG-FILE INTO ROLLED-REC
                      AT END MOVE 'Y' TO EOF-FLAG
                      NOT AT END
                          MOVE ROLLED-REC TO WS-AQ-LINE
                          PERFORM MATCH-AUDIT-LINE
                  END-READ
              END-PERFORM
              CLOSE ROLLED-LOG-FILE
           END-IF.

       MATCH-AUDIT-LINE.
           *>Audit lines are the "[timestamp] user - action" shape;
           *>everything else in the log (menus, prompts) fails the
           *>bracket test and is skipped.
           IF WS-AQ-LINE(1:1) NOT = "[" OR WS-AQ-LINE(21:1) NOT = "]"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AQ-LINE-USER
           MOVE SPACES TO WS-AQ-LINE-ACTION
           UNSTRING WS-AQ-LINE(23:78) DELIMITED BY " - "
               INTO WS-AQ-LINE-USER WS-AQ-LINE-ACTION
           END-UNSTRING
           IF WS-AQ-LINE-USER = WS-TARGET-USER
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO WS-EXPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-AQ-LINE DELIMITED BY SIZE
                      INTO WS-EXPORT-LINE
               END-STRING
               PERFORM WRITE-EXPORT-LINE
           END-IF.

       ERASE-ACCOUNT.
           *>Prompted runs confirm; a username given on the command
           *>line is the operator's confirmation.
           IF WS-CMD-ARGS = SPACES
               DISPLAY "Every record of " FUNCTION TRIM(WS-TARGET-USER)
                   " will be removed and cannot be restored."
               DISPLAY "Type YES to continue: " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIRM)) NOT = "YES"
                   DISPLAY "Erasure cancelled - nothing was changed."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *>Dependent rows first, the account row last, so an
           *>interrupted run still finds the account and can finish.
           *>batch.lck holds BUSY meanwhile, so the interactive system
           *>and the nightly jobs stay off the files being rewritten.
           PERFORM SET-BATCH-LOCK
           PERFORM ERASE-JOB-ROWS
           PERFORM ERASE-APPLICATION-ROWS
           PERFORM ERASE-INTERVIEW-ROWS
           PERFORM ERASE-SKILL-ROWS
           PERFORM ERASE-ENDORSEMENT-ROWS
           PERFORM ERASE-BLOCK-ROWS
           PERFORM ERASE-REPORT-ROWS
           PERFORM ERASE-CONNECTION-ROWS
           PERFORM ERASE-MESSAGE-ROWS
           PERFORM ERASE-ARCHIVED-MESSAGE-ROWS
           PERFORM ERASE-PROFILE-ROW
           PERFORM ERASE-RESUME-DOCUMENT
           IF WS-ERASE-INCOMPLETE = 'N'
               PERFORM ERASE-USER-ROW
           END-IF
           PERFORM CLEAR-BATCH-LOCK

           MOVE WS-TARGET-USER TO WS-AUDIT-USERNAME
           IF WS-ERASE-INCOMPLETE = 'N'
               MOVE "Account erased on data request" TO WS-AUDIT-ACTION
           ELSE
               MOVE "Account erasure incomplete - run again" TO WS-AUDIT-ACTION
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM PRINT-ERASE-SUMMARY.

       ERASE-JOB-ROWS.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT JOB-FILE
           IF WS-JOB-STATUS NOT = "00"
               CLOSE JOB-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-JOB-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ JOB-FILE INTO JOB-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-JOB-REC
                       IF JB-POSTER = WS-TARGET-USER
                           ADD 1 TO WS-JOBS-ERASED
                           IF JB-JOB-ID > 0
                               MOVE 'Y' TO WS-ERASED-JOB-MAP(JB-JOB-ID:1)
                           END-IF
                       ELSE
                           MOVE JOB-REC TO TEMP-JOB-REC
                           WRITE TEMP-JOB-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-FILE
           CLOSE TEMP-JOB-FILE
           IF WS-JOBS-ERASED > 0
               PERFORM SWAP-IN-JOB-FILE
           END-IF.

       SWAP-IN-JOB-FILE.
           OPEN INPUT JOB-FILE
           OPEN OUTPUT JOB-BACKUP-FILE
           MOVE 'N' TO EOF-SWAP-COPY
           PERFORM UNTIL EOF-SWAP-COPY = 'Y'
               READ JOB-FILE INTO JOB-REC
                   AT END MOVE 'Y' TO EOF-SWAP-COPY
                   NOT AT END
                       MOVE JOB-REC TO JOB-BAK-REC
                       WRITE JOB-BAK-REC
               END-READ
           END-PERFORM
           CLOSE JOB-FILE
           CLOSE JOB-BACKUP-FILE

           MOVE "jobs.dat" TO WS-SWAP-TARGET
           PERFORM WRITE-SWAP-MARKER
           IF WS-SWAP-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT JOB-FILE
           OPEN INPUT TEMP-JOB-FILE
           MOVE 'N' TO EOF-SWAP-COPY
           PERFORM UNTIL EOF-SWAP-COPY = 'Y'
               READ TEMP-JOB-FILE INTO TEMP-JOB-REC
                   AT END MOVE 'Y' TO EOF-SWAP-COPY
                   NOT AT END
                       MOVE TEMP-JOB-REC TO JOB-REC
                       WRITE JOB-REC
               END-READ
           END-PERFORM
           CLOSE JOB-FILE
           CLOSE TEMP-JOB-FILE

           PERFORM CLEAR-SWAP-MARKER.

       ERASE-APPLICATION-ROWS.
           *>The account's own applications, and every application to
           *>a posting erased above.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS NOT = "00"
               CLOSE APPLICATION-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-APPLICATION-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ APPLICATION-FILE INTO APPLICATION-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-APPLICATION-REC
                       IF AP-APPLICANT = WS-TARGET-USER
                          OR (AP-JOB-ID > 0
                              AND WS-ERASED-JOB-MAP(AP-JOB-ID:1) = 'Y')
                           ADD 1 TO WS-APPS-ERASED
                       ELSE
                           MOVE APPLICATION-REC TO TEMP-APPLICATION-REC
                           WRITE TEMP-APPLICATION-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE
           CLOSE TEMP-APPLICATION-FILE
           IF WS-APPS-ERASED > 0
               PERFORM SWAP-IN-APPLICATION-FILE
           END-IF.

       SWAP-IN-APPLICATION-FILE.
           OPEN INPUT APPLICATION-FILE
           OPEN OUTPUT APPLICATION-BACKUP-FILE
           MOVE 'N' TO EOF-SWAP-COPY
           PERFORM UNTIL EOF-SWAP-COPY = 'Y'
               READ APPLICATION-FILE INTO APPLICATION-REC
                   AT END MOVE 'Y' TO EOF-SWAP-COPY
                   NOT AT END
                       MOVE APPLICATION-REC TO APP-BAK-REC
                       WRITE APP-BAK-REC
               END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE
           CLOSE APPLICATION-BACKUP-FILE

           MOVE "applications.dat" TO WS-SWAP-TARGET
           PERFORM WRITE-SWAP-MARKER
           IF WS-SWAP-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT APPLICATION-FILE
           OPEN INPUT TEMP-APPLICATION-FILE
           MOVE 'N' TO EOF-SWAP-COPY
           PERFORM UNTIL EOF-SWAP-COPY = 'Y'
               READ TEMP-APPLICATION-FILE INTO TEMP-APPLICATION-REC
                   AT END MOVE 'Y' TO EOF-SWAP-COPY
                   NOT AT END
                       MOVE TEMP-APPLICATION-REC TO APPLICATION-REC
                       WRITE APPLICATION-REC
               END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE
           CLOSE TEMP-APPLICATION-FILE

           PERFORM CLEAR-SWAP-MARKER.

       ERASE-INTERVIEW-ROWS.
           *>Keyed file: rows are deleted in place. An interview the
           *>account took part in from either side goes.
           MOVE 'N' TO EOF-FLAG
           OPEN I-O INTERVIEW-FILE
           IF WS-INT-STATUS NOT = "00"
               CLOSE INTERVIEW-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INTERVIEW-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF IV-APPLICANT = WS-TARGET-USER
                          OR IV-EMPLOYER = WS-TARGET-USER
                           DELETE INTERVIEW-FILE RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO WS-INTS-ERASED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERVIEW-FILE.

       ERASE-ENDORSEMENT-ROWS.
           *>Keyed file: rows are deleted in place, whichever side of
           *>the endorsement the account was on.
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
                       IF EN-ENDORSEE = WS-TARGET-USER
                          OR EN-ENDORSER = WS-TARGET-USER
                           DELETE ENDORSE-FILE RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO WS-ENDS-ERASED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDORSE-FILE.

       ERASE-BLOCK-ROWS.
           *>Blocks the account set and blocks set against it both go;
           *>a block naming an account that no longer exists protects
           *>no one.
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
                       IF BL-BLOCKER = WS-TARGET-USER
                          OR BL-BLOCKED = WS-TARGET-USER
                           DELETE BLOCK-FILE RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO WS-BLOCKS-ERASED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE.

       ERASE-REPORT-ROWS.
           *>Reports the account filed and reports filed about it; the
           *>audit log keeps the record of any moderation decision.
           MOVE 'N' TO EOF-FLAG
           OPEN I-O ABUSE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               CLOSE ABUSE-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ABUSE-REPORT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF RP-REPORTER = WS-TARGET-USER
                          OR RP-OFFENDER = WS-TARGET-USER
                           DELETE ABUSE-REPORT-FILE RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO WS-REPORTS-ERASED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABUSE-REPORT-FILE.

       ERASE-SKILL-ROWS.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS NOT = "00"
               CLOSE SKILLS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-SKILL-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SKILLS-FILE INTO WS-SKILL-REC-W
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF SK-USERNAME = WS-TARGET-USER
                           ADD 1 TO WS-SKILLS-ERASED
                       ELSE
                           MOVE WS-SKILL-REC-W TO TEMP-SKILL-REC
                           WRITE TEMP-SKILL-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKILLS-FILE
           CLOSE TEMP-SKILL-FILE
           IF WS-SKILLS-ERASED > 0
               PERFORM SWAP-IN-SKILLS-FILE
           END-IF.

       SWAP-IN-SKILLS-FILE.
           OPEN INPUT SKILLS-FILE
           OPEN OUTPUT SKILLS-BACKUP-FILE
           MOVE 'N' TO EOF-SWAP-COPY
           PERFORM UNTIL EOF-SWAP-COPY = 'Y'
               READ SKILLS-FILE INTO SKILLS-REC
                   AT END MOVE 'Y' TO EOF-SWAP-COPY
                   NOT AT END
                       MOVE SKILLS-REC TO SKILLS-BAK-REC
                       WRITE SKILLS-BAK-REC
               END-READ
           END-PERFORM
           CLOSE SKILLS-FILE
           CLOSE SKILLS-BACKUP-FILE

           MOVE "skills.dat" TO WS-SWAP-TARGET
           PERFORM WRITE-SWAP-MARKER
           IF WS-SWAP-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SKILLS-FILE
           OPEN INPUT TEMP-SKILL-FILE
           MOVE 'N' TO EOF-SWAP-COPY
           PERFORM UNTIL EOF-SWAP-COPY = 'Y'
               READ TEMP-SKILL-FILE INTO TEMP-SKILL-REC
                   AT END MOVE 'Y' TO EOF-SWAP-COPY
                   NOT AT END
                       MOVE TEMP-SKILL-REC TO SKILLS-REC
                       WRITE SKILLS-REC
               END-READ
           END-PERFORM
           CLOSE SKILLS-FILE
           CLOSE TEMP-SKILL-FILE

           PERFORM CLEAR-SWAP-MARKER.

       ERASE-CONNECTION-ROWS.
           *>Every row naming the account on either side goes, so an
           *>accepted pair leaves as a pair and no half-pair is left
           *>behind for the reconciliation job to find.
           MOVE 'N' TO EOF-FLAG
           OPEN I-O CONNECTION-FILE
           IF WS-CONN-STATUS NOT = "00"
               CLOSE CONNECTION-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CONNECTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CN-SENDER = WS-TARGET-USER
                          OR CN-RECIPIENT = WS-TARGET-USER
                           DELETE CONNECTION-FILE RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO WS-CONNS-ERASED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONNECTION-FILE.

       ERASE-MESSAGE-ROWS.
           *>Messages the account sent go as well as those it received:
           *>the body is the account's own words.
           MOVE 'N' TO EOF-FLAG
           OPEN I-O MESSAGE-FILE
           IF WS-MSG-STATUS NOT = "00"
               CLOSE MESSAGE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MESSAGE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF MS-SENDER = WS-TARGET-USER
                          OR MS-RECIPIENT = WS-TARGET-USER
                           DELETE MESSAGE-FILE RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO WS-MSGS-ERASED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MESSAGE-FILE.

       ERASE-ARCHIVED-MESSAGE-ROWS.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT MSG-ARCH-FILE
           IF WS-MARCH-STATUS NOT = "00"
               CLOSE MSG-ARCH-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-MARCH-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MSG-ARCH-FILE INTO MARCH-REC
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE MA-MESSAGE TO WS-ARCH-MESSAGE
                       IF AM-SENDER = WS-TARGET-USER
                          OR AM-RECIPIENT = WS-TARGET-USER
                           ADD 1 TO WS-MARCH-ERASED
                       ELSE
                           MOVE MARCH-REC TO TEMP-MARCH-REC
                           WRITE TEMP-MARCH-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MSG-ARCH-FILE
           CLOSE TEMP-MARCH-FILE
           IF WS-MARCH-ERASED > 0
               PERFORM SWAP-IN-MARCH-FILE
           END-IF.

       SWAP-IN-MARCH-FILE.
           OPEN INPUT MSG-ARCH-FILE
           OPEN OUTPUT MARCH-BACKUP-FILE
           MOVE 'N' TO EOF-SWAP-COPY
           PERFORM UNTIL EOF-SWAP-COPY = 'Y'
               READ MSG-ARCH-FILE INTO MARCH-REC
                   AT END MOVE 'Y' TO EOF-SWAP-COPY
                   NOT AT END
                       MOVE MARCH-REC TO MARCH-BAK-REC
                       WRITE MARCH-BAK-REC
               END-READ
           END-PERFORM
           CLOSE MSG-ARCH-FILE
           CLOSE MARCH-BACKUP-FILE

           MOVE "messages_archive.dat" TO WS-SWAP-TARGET
           PERFORM WRITE-SWAP-MARKER
           IF WS-SWAP-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MSG-ARCH-FILE
           OPEN INPUT TEMP-MARCH-FILE
           MOVE 'N' TO EOF-SWAP-COPY
           PERFORM UNTIL EOF-SWAP-COPY = 'Y'
               READ TEMP-MARCH-FILE INTO TEMP-MARCH-REC
                   AT END MOVE 'Y' TO EOF-SWAP-COPY
                   NOT AT END
                       MOVE TEMP-MARCH-REC TO MARCH-REC
                       WRITE MARCH-REC
               END-READ
           END-PERFORM
           CLOSE MSG-ARCH-FILE
           CLOSE TEMP-MARCH-FILE

           PERFORM CLEAR-SWAP-MARKER.

       ERASE-PROFILE-ROW.
           OPEN I-O PROFILE-FILE
           IF WS-PROF-STATUS = "00"
               MOVE WS-TARGET-USER TO PR-USERNAME
               READ PROFILE-FILE KEY IS PR-USERNAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE PROFILE-FILE RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE 1 TO WS-PROFILE-ERASED
                       END-DELETE
               END-READ
           END-IF
           CLOSE PROFILE-FILE.

       ERASE-RESUME-DOCUMENT.
           *>The generated resume is a copy of profile and skill data,
           *>so a resume-<username>.txt left behind is emptied too.
           MOVE SPACES TO WS-RESUME-NAME
           STRING "resume-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-RESUME-NAME
           END-STRING
           OPEN INPUT RESUME-FILE
           IF WS-RESUME-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE RESUME-FILE
           OPEN OUTPUT RESUME-FILE
           CLOSE RESUME-FILE
           MOVE 1 TO WS-RESUME-ERASED.

       ERASE-USER-ROW.
           OPEN I-O USER-FILE
           IF WS-FILE-STATUS = "00"
               MOVE WS-TARGET-USER TO USR-USERNAME
               READ USER-FILE KEY IS USR-USERNAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE USER-FILE RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE 1 TO WS-USER-ERASED
                       END-DELETE
               END-READ
           END-IF
           CLOSE USER-FILE
           IF WS-USER-ERASED = 0
               MOVE 'Y' TO WS-ERASE-INCOMPLETE
           END-IF.

       PRINT-ERASE-SUMMARY.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Erasure of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           DISPLAY "  Account rows:          " WS-USER-ERASED
           DISPLAY "  Profile rows:          " WS-PROFILE-ERASED
           DISPLAY "  Resume documents:      " WS-RESUME-ERASED
           DISPLAY "  Skill rows:            " WS-SKILLS-ERASED
           DISPLAY "  Endorsements:          " WS-ENDS-ERASED
           DISPLAY "  Blocks:                " WS-BLOCKS-ERASED
           DISPLAY "  Abuse reports:         " WS-REPORTS-ERASED
           DISPLAY "  Connection rows:       " WS-CONNS-ERASED
           DISPLAY "  Messages:              " WS-MSGS-ERASED
           DISPLAY "  Archived messages:     " WS-MARCH-ERASED
           DISPLAY "  Job postings:          " WS-JOBS-ERASED
           DISPLAY "  Applications:          " WS-APPS-ERASED
           DISPLAY "  Interviews:            " WS-INTS-ERASED

           IF WS-ERASE-INCOMPLETE = 'Y'
               DISPLAY "WARNING: the erasure did not complete - run it again to finish."
           ELSE
               DISPLAY "The account has been erased."
           END-IF
           MOVE "==================================" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).
