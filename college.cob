               ALTERNATE RECORD KEY IS MS-RECIPIENT WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           *>Interview slots an employer offers on an application,
           *>keyed and numbered like messages.dat with the applicant
           *>as a duplicate-bearing alternate key, so a student's
           *>interviews are one START and slot answers are in-place
           *>REWRITEs.
           SELECT INTERVIEW-FILE ASSIGN TO "interviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INT-ID
               ALTERNATE RECORD KEY IS IV-APPLICANT WITH DUPLICATES
               FILE STATUS IS WS-INT-STATUS.

           *>Endorsements of a connection's completed catalog skills,
           *>keyed endorsee + skill + endorser so a person's count for
           *>one skill is a single START and a repeat endorsement is a
           *>duplicate key.
           SELECT ENDORSE-FILE ASSIGN TO "endorsements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-END-STATUS.

           *>Per-user block list, keyed blocker + blocked so "has A
           *>blocked B" is one keyed read and A's own list is one START.
           SELECT BLOCK-FILE ASSIGN TO "blocks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BLOCK-STATUS.

           *>Abuse reports against a message or a job listing, keyed
           *>by report number and worked from the administrator's
           *>moderation queue.
           SELECT ABUSE-REPORT-FILE ASSIGN TO "reports.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-REPORT-ID
               FILE STATUS IS WS-REPORT-STATUS.

           *>Reference tables of universities and majors. Each entry
           *>carries a short code, the official name stored on
           *>profiles, and the other spellings that map to it.
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

           SELECT SKILLCAT-FILE ASSIGN TO "skillcat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILLCAT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCH-STATUS.

           *>Formatted resume document, one file per student named
           *>resume-<username>.txt and rebuilt each time it is asked for.
           SELECT RESUME-FILE ASSIGN TO WS-RESUME-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUME-STATUS.


       DATA DIVISION.
       FILE SECTION.
           05 USR-LOCKED         PIC X.
           05 USR-ACCT-TYPE      PIC X.
           05 USR-VERIFIED       PIC X.
           05 USR-LAST-LOGIN     PIC X(10).
           05 USR-DORMANT        PIC X.
           05 USR-DORMANT-DATE   PIC X(10).

       FD  CONFIG-FILE.
       01  CONFIG-REC         PIC X(80).
           *>and are treated as personal.
           05 MS-MSG-TYPE     PIC X.

       FD  INTERVIEW-FILE.
       01  INTERVIEW-REC.
           05 IV-INT-ID       PIC 9(9).
           05 IV-JOB-ID       PIC 9(5).
           05 IV-APPLICANT    PIC X(20).
           05 IV-EMPLOYER     PIC X(20).
           05 IV-SLOT-DATE    PIC X(10).
           05 IV-SLOT-TIME    PIC X(5).
           *>O = offered, C = confirmed, D = declined by the student,
           *>W = withdrawn because another slot on the same application
           *>was confirmed, H = held (recorded by the employer).
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
           *>M = a message (the target is its message id), J = a job
           *>listing (the target is its Job ID).
           05 RP-KIND            PIC X.
           05 RP-TARGET-ID       PIC 9(9).
           05 RP-REPORTER        PIC X(20).
           05 RP-OFFENDER        PIC X(20).
           05 RP-REPORTED-AT     PIC X(19).
           05 RP-REASON          PIC X(80).
           *>The reported text as it stood when reported, so the queue
           *>still shows it after the message or listing is gone.
           05 RP-EXCERPT         PIC X(100).
           *>O = open, D = dismissed, R = content removed, L = the
           *>offender's account locked.
           05 RP-STATUS          PIC X.
           05 RP-DECIDED-ON      PIC X(10).

       FD  UNIVERSITY-FILE.
       01  UNIV-REC.
           05 UV-CODE            PIC X(8).
           05 UV-NAME            PIC X(50).
           05 UV-ALIAS           PIC X(50) OCCURS 5 TIMES.

       *>Same layout as a university entry. A major's official name
       *>is held to 40 characters, the width of the profile field.
       FD  MAJOR-FILE.
       01  MAJOR-REC.
           05 MJ-CODE            PIC X(8).
           05 MJ-NAME            PIC X(50).
           05 MJ-ALIAS           PIC X(50) OCCURS 5 TIMES.

       FD  SKILLCAT-FILE.
       01  SKILLCAT-REC       PIC X(300).

       FD  PROF-ARCH-FILE.
       01  PARCH-REC          PIC X(1300).

       FD  RESUME-FILE.
       01  RESUME-REC         PIC X(80).



       WORKING-STORAGE SECTION.
       01  WS-LOCKOUT-LIMIT   PIC 9(2) VALUE 3.
       01  WS-ADMIN-PASSWORD  PIC X(20) VALUE SPACES.
       01  WS-ACCOUNT-LOCKED  PIC X VALUE 'N'.
       01  WS-ACCOUNT-DORMANT PIC X VALUE 'N'.
       01  WS-ADMIN-CHOICE    PIC XX.
       01  WS-ADMIN-TARGET    PIC X(20).
       01  WS-ADMIN-INPUT     PIC X(20).
       01  WS-TEMP-PASSWORD   PIC X(20).
       01 WS-SUGG-I             PIC 99.
       01 WS-NET-K              PIC 99.

       *>Skill endorsements from connections, counted per skill
       *>for the skills view and the employer's applicant summary.
       01 WS-END-STATUS         PIC XX VALUE SPACES.
       01 EOF-ENDORSE           PIC X VALUE 'N'.
       01 WS-EN-USER            PIC X(20).
       01 WS-EN-GIVER           PIC X(20).
       01 WS-EN-SKILL           PIC X(30).
       01 WS-EN-COUNT           PIC 9(3) VALUE 0.
       01 WS-EN-COUNT-DISP      PIC ZZ9.
       01 WS-EN-HELD-COUNT      PIC 99 VALUE 0.
       01 WS-EN-REQ-ENDORSED    PIC 9 VALUE 0.
       01 WS-EN-CHOICE-X        PIC X(2).
       01 WS-EN-CHOICE          PIC 99 VALUE 0.
       01 WS-SKILLS-OWNER       PIC X(20).
       01 WS-NET-ACTION         PIC X.

       01 WS-MSG-STATUS         PIC XX VALUE SPACES.
       01 EOF-MESSAGES          PIC X VALUE 'N'.
       01 WS-MSG-MENU-CHOICE    PIC X.
       01 WS-MSG-TAG            PIC X(20) VALUE SPACES.
       01 WS-UNREAD-COUNT       PIC 9(5) VALUE 0.

       *>Interview scheduling: the employer offers up to three dated
       *>slots per pass, the student confirms one or declines them,
       *>and no student holds two confirmed interviews at the same
       *>date and start time.
       01 WS-INT-STATUS         PIC XX VALUE SPACES.
       01 EOF-INTERVIEWS        PIC X VALUE 'N'.
       01 WS-NEXT-INT-ID        PIC 9(9) VALUE 0.
       01 WS-IV-DATE-IN         PIC X(10) VALUE SPACES.
       01 WS-IV-TIME-IN         PIC X(5) VALUE SPACES.
       01 WS-IV-YMD-X           PIC X(8) VALUE SPACES.
       01 WS-IV-YMD REDEFINES WS-IV-YMD-X PIC 9(8).
       01 WS-IV-VALID           PIC X VALUE 'N'.
       01 WS-IV-SLOT-COUNT      PIC 9 VALUE 0.
       01 WS-IV-OPEN-COUNT      PIC 99 VALUE 0.
       01 WS-IV-APP-STATUS      PIC X VALUE SPACE.
       01 WS-IV-STATUS-WORD     PIC X(10) VALUE SPACES.
       01 WS-IV-COUNT           PIC 99 VALUE 0.
       01 WS-IV-TABLE.
          05 WS-IV-ENTRY OCCURS 10 TIMES.
             10 IVT-INT-ID         PIC 9(9).
             10 IVT-DATE           PIC X(10).
             10 IVT-TIME           PIC X(5).
             10 IVT-EMPLOYER       PIC X(20).
       01 WS-IV-CHOICE          PIC 99 VALUE 0.
       01 WS-IV-CONFLICT        PIC X VALUE 'N'.
       01 WS-IV-DONE            PIC X VALUE 'N'.
       01 WS-IV-NOTICE-TO       PIC X(20) VALUE SPACES.
       01 WS-IV-NOTICE-TEXT     PIC X(200) VALUE SPACES.

       *>Cohort announcement targeting: blank university/major and a
       *>zero year mean "any", so one, two, or all three filters can
       *>drive the broadcast.
       01 WS-AQ-TEXT-LEN        PIC 9(3) VALUE 0.
       01 WS-AQ-SCAN-I          PIC 9(3).

       *>Resume document layout work areas. The profile is read into
       *>the SF- search copy so an employer opening an applicant's
       *>resume keeps their own signed-in fields.
       01 WS-RESUME-STATUS      PIC XX VALUE SPACES.
       01 WS-RESUME-NAME        PIC X(40) VALUE SPACES.
       01 WS-RESUME-USER        PIC X(20) VALUE SPACES.
       01 WS-RESUME-BUILT       PIC X VALUE 'N'.
       01 EOF-RESUME            PIC X VALUE 'N'.
       01 WS-RS-RULE-EQ         PIC X(80) VALUE ALL "=".
       01 WS-RS-RULE-DASH       PIC X(80) VALUE ALL "-".
       01 WS-RS-LINE            PIC X(80).
       01 WS-RS-RIGHT           PIC X(20) JUSTIFIED RIGHT.
       01 WS-RS-TEXT            PIC X(200).
       01 WS-RS-INDENT          PIC 99 VALUE 0.
       01 WS-RS-WIDTH           PIC 99 VALUE 76.
       01 WS-RS-LEN             PIC 9(3) VALUE 0.
       01 WS-RS-POS             PIC 9(3) VALUE 0.
       01 WS-RS-CUT             PIC 9(3) VALUE 0.
       01 WS-RS-BACK            PIC S9(3) VALUE 0.
       01 WS-RS-START           PIC 99 VALUE 0.
       01 WS-RS-IDX             PIC 9 VALUE 0.
       01 WS-RS-SKILL-COUNT     PIC 99 VALUE 0.
       01 WS-RS-APP-COUNT       PIC 9(3) VALUE 0.
       01 WS-RS-APPLIED         PIC X VALUE 'N'.

       *>Block list and abuse reports. A block keeps the pair apart
       *>both ways: neither can send the other a request or a message,
       *>and neither turns up in the other's searches or suggestions.
       01 WS-BLOCK-STATUS       PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE SPACES.
       01 EOF-BLOCKS            PIC X VALUE 'N'.
       01 EOF-REPORTS           PIC X VALUE 'N'.
       01 WS-BL-USER1           PIC X(20).
       01 WS-BL-USER2           PIC X(20).
       01 WS-BL-SWAP            PIC X(20).
       01 WS-BL-TARGET          PIC X(20).
       01 WS-BL-FOUND           PIC X VALUE 'N'.
       01 WS-BL-EITHER          PIC X VALUE 'N'.
       01 WS-BL-CONTACT-OK      PIC X VALUE 'Y'.
       01 WS-BL-COUNT           PIC 99 VALUE 0.
       01 WS-BL-TABLE.
          05 WS-BL-ENTRY OCCURS 20 TIMES PIC X(20).
       01 WS-IB-COUNT           PIC 99 VALUE 0.
       01 WS-INBOX-TABLE.
          05 WS-IB-ENTRY OCCURS 50 TIMES.
             10 WS-IB-MSG-ID    PIC 9(9).
             10 WS-IB-SENDER    PIC X(20).
             10 WS-IB-TYPE      PIC X.
             10 WS-IB-EXCERPT   PIC X(100).
       01 WS-IB-CHOICE          PIC 99 VALUE 0.
       01 WS-IB-ACTION          PIC X.
       01 WS-NEXT-REPORT-ID     PIC 9(7) VALUE 0.
       01 WS-RP-KIND            PIC X.
       01 WS-RP-TARGET          PIC 9(9) VALUE 0.
       01 WS-RP-OFFENDER        PIC X(20).
       01 WS-RP-EXCERPT         PIC X(100).
       01 WS-RP-REASON          PIC X(80).
       01 WS-RP-DUPLICATE       PIC X VALUE 'N'.
       01 WS-RP-ID-DISP         PIC Z(6)9.
       01 WS-RP-TARGET-DISP     PIC Z(8)9.
       01 WS-RP-WHAT            PIC X(12).
       01 WS-MOD-COUNT          PIC 9(4) VALUE 0.
       01 WS-MOD-CHOICE         PIC X.
       01 WS-RP-ACTED           PIC X VALUE 'N'.

       *>University and major reference tables. WS-REF-KIND picks the
       *>table (U or M) for the lookup and maintenance paragraphs.
       01 WS-UNIV-STATUS        PIC XX VALUE SPACES.
       01 WS-MAJOR-STATUS       PIC XX VALUE SPACES.
       01 WS-REF-STATUS         PIC XX VALUE SPACES.
       01 WS-REF-KIND           PIC X VALUE 'U'.
       01 WS-REF-NOUN           PIC X(10).
       01 WS-REF-ENTRY.
          05 WS-REF-CODE        PIC X(8).
          05 WS-REF-NAME        PIC X(50).
          05 WS-REF-ALIAS       PIC X(50) OCCURS 5 TIMES.
       01 EOF-REF               PIC X VALUE 'N'.
       01 WS-REF-LOOKUP         PIC X(50).
       01 WS-REF-WANTED         PIC X(50).
       01 WS-REF-OFFICIAL       PIC X(50).
       01 WS-REF-OFFICIAL-CODE  PIC X(8).
       01 WS-REF-MATCHED        PIC X VALUE 'N'.
       01 WS-REF-EMPTY          PIC X VALUE 'Y'.
       01 WS-REF-COUNT          PIC 9(4) VALUE 0.
       01 WS-REF-IDX            PIC 9 VALUE 0.
       01 WS-REF-SLOT           PIC 9 VALUE 0.
       01 WS-REF-CHOICE         PIC X.
       01 WS-REF-TABLE-CHOICE   PIC X.
       01 WS-REF-MAX-NAME       PIC 99 VALUE 50.
       01 WS-REF-LIST-LINE      PIC X(300).
       01 WS-REF-PTR            PIC 9(3) VALUE 1.
       01 WS-REF-FOUND          PIC X VALUE 'N'.
       01 WS-REF-MORE           PIC X VALUE 'Y'.
       01 WS-REF-NEW.
          05 WS-RN-CODE         PIC X(8).
          05 WS-RN-NAME         PIC X(50).
          05 WS-RN-ALIAS        PIC X(50) OCCURS 5 TIMES.
       01 WS-SEARCH-TARGET      PIC X(50).




              CLOSE MESSAGE-FILE
           END-IF

           OPEN INPUT INTERVIEW-FILE
           IF WS-INT-STATUS = "35"
              OPEN OUTPUT INTERVIEW-FILE
              CLOSE INTERVIEW-FILE
           ELSE
              CLOSE INTERVIEW-FILE
           END-IF

           OPEN INPUT ENDORSE-FILE
           IF WS-END-STATUS = "35"
              OPEN OUTPUT ENDORSE-FILE
              CLOSE ENDORSE-FILE
           ELSE
              CLOSE ENDORSE-FILE
           END-IF

           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-STATUS = "35"
              OPEN OUTPUT BLOCK-FILE
              CLOSE BLOCK-FILE
           ELSE
              CLOSE BLOCK-FILE
           END-IF

           OPEN INPUT ABUSE-REPORT-FILE
           IF WS-REPORT-STATUS = "35"
              OPEN OUTPUT ABUSE-REPORT-FILE
              CLOSE ABUSE-REPORT-FILE
           ELSE
              CLOSE ABUSE-REPORT-FILE
           END-IF

           OPEN INPUT UNIVERSITY-FILE
           IF WS-UNIV-STATUS = "35"
              OPEN OUTPUT UNIVERSITY-FILE
              CLOSE UNIVERSITY-FILE
           ELSE
              CLOSE UNIVERSITY-FILE
           END-IF

           OPEN INPUT MAJOR-FILE
           IF WS-MAJOR-STATUS = "35"
              OPEN OUTPUT MAJOR-FILE
              CLOSE MAJOR-FILE
           ELSE
              CLOSE MAJOR-FILE
           END-IF

           OPEN INPUT SKILLCAT-FILE
           IF WS-SKILLCAT-STATUS = "35"
              PERFORM SEED-SKILL-CATALOG
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "6. Review Employer Accounts" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "7. Reinstate a Dormant Account" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "8. Moderation Queue" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "9. University and Major Reference Tables" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "10. Back" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice (1-10): " WITH NO ADVANCING
           ACCEPT WS-ADMIN-CHOICE

           EVALUATE WS-ADMIN-CHOICE
               WHEN '4' PERFORM ADMIN-SKILL-CATALOG
               WHEN '5' PERFORM ADMIN-SEND-ANNOUNCEMENT
               WHEN '6' PERFORM ADMIN-REVIEW-EMPLOYERS
               WHEN '7' PERFORM ADMIN-REINSTATE-ACCOUNT
               WHEN '8' PERFORM ADMIN-MODERATION-QUEUE
               WHEN '9' PERFORM ADMIN-REFERENCE-TABLES
               WHEN OTHER CONTINUE
           END-EVALUATE.

                   PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-EVALUATE.

       ADMIN-MODERATION-QUEUE.
           *>Walks every open abuse report in report order, the way the
           *>employer queue walks pending accounts: each is shown with
           *>the reported text and decided one at a time, the decision
           *>is stamped on the report, and it is audited against the
           *>reported account.
           MOVE "--- Moderation Queue ---" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE 0 TO WS-MOD-COUNT
           PERFORM BUILD-TODAY-DATE
           OPEN I-O ABUSE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               CLOSE ABUSE-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-REPORTS
           PERFORM UNTIL EOF-REPORTS = 'Y'
               READ ABUSE-REPORT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-REPORTS
                   NOT AT END
                       IF RP-STATUS = 'O'
                           PERFORM REVIEW-ONE-REPORT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABUSE-REPORT-FILE

           IF WS-MOD-COUNT = 0
               MOVE "No reports are waiting for review." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       REVIEW-ONE-REPORT.
           ADD 1 TO WS-MOD-COUNT
           MOVE RP-REPORT-ID TO WS-RP-ID-DISP
           MOVE RP-TARGET-ID TO WS-RP-TARGET-DISP
           IF RP-KIND = 'J'
               MOVE "job listing" TO WS-RP-WHAT
           ELSE
               MOVE "message" TO WS-RP-WHAT
           END-IF
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Report " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RP-ID-DISP) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RP-WHAT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RP-TARGET-DISP) DELIMITED BY SIZE
                  " from " DELIMITED BY SIZE
                  FUNCTION TRIM(RP-OFFENDER) DELIMITED BY SIZE
                  ", reported by " DELIMITED BY SIZE
                  FUNCTION TRIM(RP-REPORTER) DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  RP-REPORTED-AT(1:10) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "  Reason: " DELIMITED BY SIZE
                  FUNCTION TRIM(RP-REASON) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "  Content: " DELIMITED BY SIZE
                  FUNCTION TRIM(RP-EXCERPT) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           IF RP-KIND = 'J'
               DISPLAY "1. Dismiss  2. Remove the Listing  3. Lock the Poster's Account  (anything else skips): " WITH NO ADVANCING
           ELSE
               DISPLAY "1. Dismiss  2. Remove the Message  3. Lock the Sender's Account  (anything else skips): " WITH NO ADVANCING
           END-IF
           ACCEPT WS-MOD-CHOICE

           MOVE RP-OFFENDER TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           MOVE 'N' TO WS-RP-ACTED
           EVALUATE WS-MOD-CHOICE
               WHEN '1'
                   MOVE 'Y' TO WS-RP-ACTED
                   MOVE 'D' TO RP-STATUS
                   MOVE "Report dismissed." TO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
                   STRING "Report " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RP-ID-DISP) DELIMITED BY SIZE
                          " dismissed by administrator" DELIMITED BY SIZE
                          INTO WS-AUDIT-ACTION
                   END-STRING
               WHEN '2'
                   IF RP-KIND = 'J'
                       PERFORM REMOVE-REPORTED-JOB
                   ELSE
                       PERFORM REMOVE-REPORTED-MESSAGE
                   END-IF
                   MOVE 'R' TO RP-STATUS
                   STRING "Reported " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RP-WHAT) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RP-TARGET-DISP) DELIMITED BY SIZE
                          " removed by administrator" DELIMITED BY SIZE
                          INTO WS-AUDIT-ACTION
                   END-STRING
               WHEN '3'
                   PERFORM LOCK-REPORTED-ACCOUNT
                   MOVE 'L' TO RP-STATUS
                   STRING "Account locked by administrator on report " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RP-ID-DISP) DELIMITED BY SIZE
                          INTO WS-AUDIT-ACTION
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           *>A remove or lock that found nothing to act on leaves the
           *>report open, so it can still be dismissed.
           IF WS-RP-ACTED = 'N'
               MOVE "Left open." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-DATE TO RP-DECIDED-ON
           REWRITE ABUSE-REPORT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM WRITE-AUDIT-ENTRY.

       REMOVE-REPORTED-MESSAGE.
           OPEN I-O MESSAGE-FILE
           IF WS-MSG-STATUS = "00"
               MOVE RP-TARGET-ID TO MS-MSG-ID
               DELETE MESSAGE-FILE RECORD
                   INVALID KEY
                       MOVE "That message was already gone." TO WS-DISPLAY-MESSAGE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RP-ACTED
                       MOVE "Message removed." TO WS-DISPLAY-MESSAGE
               END-DELETE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF
           CLOSE MESSAGE-FILE.

       REMOVE-REPORTED-JOB.
           *>A removed listing is kept with status X, the way a closed
           *>one keeps C, so its applications still resolve to a
           *>title; CHECK-JOB-OPEN already hides every status but O.
           *>Copied through the temp file like UPDATE-JOB-STATUS, and
           *>only swapped in when the listing was there to remove.
           MOVE RP-TARGET-ID TO WS-JOB-ID
           OPEN INPUT JOB-FILE
           IF WS-JOB-STATUS NOT = "00"
               MOVE "The job board could not be opened - listing not removed." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEMP-JOB-FILE
           IF WS-TEMP-JOB-STATUS NOT = "00"
               CLOSE JOB-FILE
               MOVE "The job board could not be copied - listing not removed." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-JOBS
           PERFORM UNTIL EOF-JOBS = 'Y'
               READ JOB-FILE INTO JOB-REC
                   AT END MOVE 'Y' TO EOF-JOBS
                   NOT AT END
                       PERFORM PARSE-JOB-REC
                       IF JB-JOB-ID = WS-JOB-ID AND JB-STATUS NOT = 'X'
                           MOVE 'Y' TO WS-RP-ACTED
                           MOVE 'X' TO JB-STATUS
                           STRING JB-JOB-ID DELIMITED BY SIZE "," DELIMITED BY SIZE
                                  JB-POSTER DELIMITED BY SIZE "," DELIMITED BY SIZE
                                  JB-TITLE DELIMITED BY SIZE "," DELIMITED BY SIZE
                                  JB-COMPANY DELIMITED BY SIZE "," DELIMITED BY SIZE
                                  JB-DESC DELIMITED BY SIZE "," DELIMITED BY SIZE
                                  JB-DEADLINE DELIMITED BY SIZE "," DELIMITED BY SIZE
                                  JB-STATUS DELIMITED BY SIZE "," DELIMITED BY SIZE
                                  JB-REQ-SKILLS DELIMITED BY SIZE
                                  INTO TEMP-JOB-REC
                           END-STRING
                       ELSE
                           MOVE JOB-REC TO TEMP-JOB-REC
                       END-IF
                       WRITE TEMP-JOB-REC
               END-READ
           END-PERFORM
           CLOSE JOB-FILE
           CLOSE TEMP-JOB-FILE

           IF WS-RP-ACTED = 'N'
               MOVE "That listing was already gone." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           PERFORM SWAP-IN-JOB-FILE
           IF WS-SWAP-BLOCKED = 'Y'
               MOVE 'N' TO WS-RP-ACTED
               EXIT PARAGRAPH
           END-IF
           MOVE "Listing removed from the job board." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       LOCK-REPORTED-ACCOUNT.
           *>The same lock a run of failed logins sets, so Unlock an
           *>Account is how it is lifted. An account that has since
           *>been erased has nothing to lock, so no lock is recorded.
           OPEN I-O USER-FILE
           MOVE RP-OFFENDER TO USR-USERNAME
           READ USER-FILE KEY IS USR-USERNAME
               INVALID KEY
                   MOVE "That account no longer exists - nothing to lock." TO WS-DISPLAY-MESSAGE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RP-ACTED
                   MOVE 'Y' TO USR-LOCKED
                   REWRITE USER-REC
                   MOVE "Account locked." TO WS-DISPLAY-MESSAGE
           END-READ
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           CLOSE USER-FILE.

       ADMIN-SEND-ANNOUNCEMENT.
           *>Compose once, deliver to every matching student's inbox
           *>as an announcement record. Targeting is by profile
           ACCEPT WS-ANN-UNIV
           DISPLAY "Target major (blank for any): " WITH NO ADVANCING
           ACCEPT WS-ANN-MAJOR
           *>Targets given as a code or other spelling are taken to the
           *>official name the profiles hold.
           IF FUNCTION TRIM(WS-ANN-UNIV) NOT = SPACES
               MOVE 'U' TO WS-REF-KIND
               MOVE WS-ANN-UNIV TO WS-REF-LOOKUP
               PERFORM MATCH-REFERENCE-VALUE
               IF WS-REF-MATCHED = 'Y'
                   MOVE WS-REF-OFFICIAL TO WS-ANN-UNIV
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-ANN-MAJOR) NOT = SPACES
               MOVE 'M' TO WS-REF-KIND
               MOVE WS-ANN-MAJOR TO WS-REF-LOOKUP
               PERFORM MATCH-REFERENCE-VALUE
               IF WS-REF-MATCHED = 'Y'
                   MOVE WS-REF-OFFICIAL(1:40) TO WS-ANN-MAJOR
               END-IF
           END-IF
           DISPLAY "Target graduation year (blank for any): " WITH NO ADVANCING
           ACCEPT WS-ANN-YEAR-X
           MOVE 0 TO WS-ANN-YEAR
       DELIVER-ANNOUNCEMENT-IF-MATCH.
           MOVE 'Y' TO WS-ANN-MATCH
           IF FUNCTION TRIM(WS-ANN-UNIV) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(SF-UNIVERSITY))
                  NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANN-UNIV))
               MOVE 'N' TO WS-ANN-MATCH
           END-IF
           IF FUNCTION TRIM(WS-ANN-MAJOR) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(SF-MAJOR))
                  NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANN-MAJOR))
               MOVE 'N' TO WS-ANN-MATCH
           END-IF
           IF WS-ANN-YEAR > 0 AND SF-GRAD-YEAR NOT = WS-ANN-YEAR
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       ADMIN-REFERENCE-TABLES.
           *>Profiles, search, announcement targeting and the reports
           *>all go through these tables, so one spelling of a school
           *>or a major is kept per entry however students type it.
           MOVE "--- University and Major Reference Tables ---" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "1. Universities" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "2. Majors" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "3. Back" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice (1-3): " WITH NO ADVANCING
           ACCEPT WS-REF-TABLE-CHOICE

           EVALUATE WS-REF-TABLE-CHOICE
               WHEN '1'
                   MOVE 'U' TO WS-REF-KIND
                   MOVE "university" TO WS-REF-NOUN
                   MOVE 50 TO WS-REF-MAX-NAME
                   MOVE "--- Universities ---" TO WS-DISPLAY-MESSAGE
               WHEN '2'
                   MOVE 'M' TO WS-REF-KIND
                   MOVE "major" TO WS-REF-NOUN
                   MOVE 40 TO WS-REF-MAX-NAME
                   MOVE "--- Majors ---" TO WS-DISPLAY-MESSAGE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           MOVE "1. List Entries" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "2. Add an Entry" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "3. Add Another Spelling to an Entry" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "4. Remove an Entry" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "5. Back" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice (1-5): " WITH NO ADVANCING
           ACCEPT WS-REF-CHOICE

           EVALUATE WS-REF-CHOICE
               WHEN '1' PERFORM ADMIN-LIST-REFERENCE
               WHEN '2' PERFORM ADMIN-ADD-REFERENCE
               WHEN '3' PERFORM ADMIN-ADD-REFERENCE-ALIAS
               WHEN '4' PERFORM ADMIN-REMOVE-REFERENCE
               WHEN OTHER CONTINUE
           END-EVALUATE.

       ADMIN-LIST-REFERENCE.
           MOVE 0 TO WS-REF-COUNT
           PERFORM OPEN-REF-FILE-INPUT
           IF WS-REF-STATUS = "00"
               MOVE 'N' TO EOF-REF
               PERFORM UNTIL EOF-REF = 'Y'
                   PERFORM READ-NEXT-REF
                   IF EOF-REF = 'N'
                       ADD 1 TO WS-REF-COUNT
                       PERFORM SHOW-REFERENCE-ENTRY
                   END-IF
               END-PERFORM
           END-IF
           PERFORM CLOSE-REF-FILE

           IF WS-REF-COUNT = 0
               MOVE "The table is empty; values are taken as typed until entries are added." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       SHOW-REFERENCE-ENTRY.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-REF-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REF-NAME) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           *>The other spellings go on their own line, comma-separated,
           *>indented under the code column.
           MOVE SPACES TO WS-REF-LIST-LINE
           MOVE 1 TO WS-REF-PTR
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1 UNTIL WS-REF-IDX > 5
               IF WS-REF-ALIAS(WS-REF-IDX) NOT = SPACES
                   IF WS-REF-PTR = 1
                       STRING "         also: " DELIMITED BY SIZE
                              INTO WS-REF-LIST-LINE
                              WITH POINTER WS-REF-PTR
                       END-STRING
                   ELSE
                       STRING ", " DELIMITED BY SIZE
                              INTO WS-REF-LIST-LINE
                              WITH POINTER WS-REF-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-REF-ALIAS(WS-REF-IDX)) DELIMITED BY SIZE
                          INTO WS-REF-LIST-LINE
                          WITH POINTER WS-REF-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-REF-PTR > 1
               MOVE WS-REF-LIST-LINE TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       ADMIN-ADD-REFERENCE.
           MOVE SPACES TO WS-REF-NEW
           DISPLAY "Code (up to 8 characters, e.g. BSU or CS): " WITH NO ADVANCING
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-LINE)) TO WS-INPUT-LINE
           IF WS-INPUT-LINE = SPACES
               MOVE "An entry needs a code." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-LINE(9:) NOT = SPACES
               MOVE "The code must be 8 characters or fewer." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-LINE(1:8) TO WS-RN-CODE

           DISPLAY "Official name: " WITH NO ADVANCING
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION TRIM(WS-INPUT-LINE) TO WS-INPUT-LINE
           IF WS-INPUT-LINE = SPACES
               MOVE "An entry needs an official name." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           *>A major's name has to fit the 40-character profile field.
           IF WS-INPUT-LINE(WS-REF-MAX-NAME + 1:) NOT = SPACES
               IF WS-REF-KIND = 'M'
                   MOVE "A major's official name must be 40 characters or fewer." TO WS-DISPLAY-MESSAGE
               ELSE
                   MOVE "A university's official name must be 50 characters or fewer." TO WS-DISPLAY-MESSAGE
               END-IF
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-LINE(1:50) TO WS-RN-NAME

           *>Neither the code nor the name may already lead to another
           *>entry, or a typed value could match two official names.
           MOVE WS-RN-CODE TO WS-REF-LOOKUP
           PERFORM CHECK-REF-NOT-TAKEN
           IF WS-REF-MATCHED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RN-NAME TO WS-REF-LOOKUP
           PERFORM CHECK-REF-NOT-TAKEN
           IF WS-REF-MATCHED = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-REF-SLOT
           MOVE 'Y' TO WS-REF-MORE
           PERFORM ACCEPT-NEW-REF-ALIAS
               UNTIL WS-REF-MORE = 'N' OR WS-REF-SLOT > 5

           PERFORM OPEN-REF-FILE-IO
           IF WS-REF-STATUS NOT = "00"
               PERFORM CLOSE-REF-FILE
               MOVE "The reference table could not be opened." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REF-ENTRY
           PERFORM CLOSE-REF-FILE
           IF WS-REF-FOUND = 'N'
               MOVE "An entry with that code already exists." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           MOVE "Entry added." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "admin" TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Added " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REF-NOUN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RN-CODE) DELIMITED BY SIZE
                  " to the reference table" DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       ACCEPT-NEW-REF-ALIAS.
           DISPLAY "Other spelling or abbreviation (blank to finish): " WITH NO ADVANCING
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION TRIM(WS-INPUT-LINE) TO WS-INPUT-LINE
           IF WS-INPUT-LINE = SPACES
               MOVE 'N' TO WS-REF-MORE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-LINE(1:50) TO WS-REF-LOOKUP
           PERFORM CHECK-REF-NOT-TAKEN
           IF WS-REF-MATCHED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-LINE(1:50) TO WS-RN-ALIAS(WS-REF-SLOT)
           ADD 1 TO WS-REF-SLOT.

       ADMIN-ADD-REFERENCE-ALIAS.
           MOVE SPACES TO WS-REF-NEW
           DISPLAY "Code of the entry: " WITH NO ADVANCING
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-LINE)) TO WS-INPUT-LINE
           MOVE WS-INPUT-LINE(1:8) TO WS-RN-CODE
           DISPLAY "Other spelling or abbreviation to add: " WITH NO ADVANCING
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION TRIM(WS-INPUT-LINE) TO WS-INPUT-LINE
           IF WS-INPUT-LINE = SPACES OR WS-RN-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-LINE(1:50) TO WS-RN-ALIAS(1)
           MOVE WS-RN-ALIAS(1) TO WS-REF-LOOKUP
           PERFORM CHECK-REF-NOT-TAKEN
           IF WS-REF-MATCHED = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-REF-FILE-IO
           IF WS-REF-STATUS NOT = "00"
               PERFORM CLOSE-REF-FILE
               MOVE "The reference table could not be opened." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RN-CODE TO WS-REF-CODE
           PERFORM READ-REF-BY-CODE
           IF WS-REF-FOUND = 'N'
               PERFORM CLOSE-REF-FILE
               MOVE "No entry has that code." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REF-SLOT
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > 5 OR WS-REF-SLOT > 0
               IF WS-REF-ALIAS(WS-REF-IDX) = SPACES
                   MOVE WS-REF-IDX TO WS-REF-SLOT
               END-IF
           END-PERFORM
           IF WS-REF-SLOT = 0
               PERFORM CLOSE-REF-FILE
               MOVE "That entry already holds five other spellings." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RN-ALIAS(1) TO WS-REF-ALIAS(WS-REF-SLOT)
           PERFORM REWRITE-REF-ENTRY
           PERFORM CLOSE-REF-FILE

           MOVE "Spelling added." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "admin" TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Added a spelling to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REF-NOUN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RN-CODE) DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       ADMIN-REMOVE-REFERENCE.
           *>Profiles already holding the official name keep it; the
           *>cleanup job lists them as unmatched on its next run.
           DISPLAY "Code of the entry to remove: " WITH NO ADVANCING
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-LINE)) TO WS-INPUT-LINE
           IF WS-INPUT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-REF-FILE-IO
           IF WS-REF-STATUS NOT = "00"
               PERFORM CLOSE-REF-FILE
               MOVE "The reference table could not be opened." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-LINE(1:8) TO WS-REF-CODE
           PERFORM READ-REF-BY-CODE
           IF WS-REF-FOUND = 'N'
               PERFORM CLOSE-REF-FILE
               MOVE "No entry has that code." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-REFERENCE-ENTRY
           DISPLAY "Remove this entry? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-REF-CHOICE
           IF FUNCTION UPPER-CASE(WS-REF-CHOICE) NOT = 'Y'
               PERFORM CLOSE-REF-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM DELETE-REF-ENTRY
           PERFORM CLOSE-REF-FILE

           MOVE "Entry removed." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "admin" TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Removed " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REF-NOUN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REF-CODE) DELIMITED BY SIZE
                  " from reference table" DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       CHECK-REF-NOT-TAKEN.
           PERFORM MATCH-REFERENCE-VALUE
           IF WS-REF-MATCHED = 'Y'
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING FUNCTION TRIM(WS-REF-LOOKUP) DELIMITED BY SIZE
                      " already leads to " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REF-OFFICIAL-CODE) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REF-OFFICIAL) DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       MATCH-REFERENCE-VALUE.
           *>Looks WS-REF-LOOKUP up in the table WS-REF-KIND names,
           *>ignoring case, against each entry's code, official name
           *>and other spellings. A match leaves the official name in
           *>WS-REF-OFFICIAL. WS-REF-EMPTY stays 'Y' while the table
           *>has no entries, so callers take a value as typed until an
           *>administrator has loaded the table.
           MOVE 'N' TO WS-REF-MATCHED
           MOVE 'Y' TO WS-REF-EMPTY
           MOVE SPACES TO WS-REF-OFFICIAL
           MOVE SPACES TO WS-REF-OFFICIAL-CODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-LOOKUP)) TO WS-REF-WANTED
           IF WS-REF-WANTED = SPACES
               MOVE 'N' TO WS-REF-EMPTY
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-REF-FILE-INPUT
           IF WS-REF-STATUS NOT = "00"
               PERFORM CLOSE-REF-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-REF
           PERFORM UNTIL EOF-REF = 'Y' OR WS-REF-MATCHED = 'Y'
               PERFORM READ-NEXT-REF
               IF EOF-REF = 'N'
                   MOVE 'N' TO WS-REF-EMPTY
                   PERFORM CHECK-REF-ENTRY-MATCH
               END-IF
           END-PERFORM
           PERFORM CLOSE-REF-FILE.

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
               MOVE WS-REF-CODE TO WS-REF-OFFICIAL-CODE
           END-IF.

       REPORT-OFFICIAL-NAME.
           *>Tells the student when what they typed was stored under
           *>its official name.
           IF FUNCTION TRIM(WS-REF-LOOKUP) NOT = FUNCTION TRIM(WS-REF-OFFICIAL)
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Recorded as " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REF-OFFICIAL) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       OPEN-REF-FILE-INPUT.
           IF WS-REF-KIND = 'M'
               OPEN INPUT MAJOR-FILE
               MOVE WS-MAJOR-STATUS TO WS-REF-STATUS
           ELSE
               OPEN INPUT UNIVERSITY-FILE
               MOVE WS-UNIV-STATUS TO WS-REF-STATUS
           END-IF.

       OPEN-REF-FILE-IO.
           IF WS-REF-KIND = 'M'
               OPEN I-O MAJOR-FILE
               MOVE WS-MAJOR-STATUS TO WS-REF-STATUS
           ELSE
               OPEN I-O UNIVERSITY-FILE
               MOVE WS-UNIV-STATUS TO WS-REF-STATUS
           END-IF.

       CLOSE-REF-FILE.
           IF WS-REF-KIND = 'M'
               CLOSE MAJOR-FILE
           ELSE
               CLOSE UNIVERSITY-FILE
           END-IF.

       READ-NEXT-REF.
           IF WS-REF-KIND = 'M'
               READ MAJOR-FILE NEXT RECORD INTO WS-REF-ENTRY
                   AT END MOVE 'Y' TO EOF-REF
               END-READ
           ELSE
               READ UNIVERSITY-FILE NEXT RECORD INTO WS-REF-ENTRY
                   AT END MOVE 'Y' TO EOF-REF
               END-READ
           END-IF.

       READ-REF-BY-CODE.
           MOVE 'Y' TO WS-REF-FOUND
           IF WS-REF-KIND = 'M'
               MOVE WS-REF-CODE TO MJ-CODE
               READ MAJOR-FILE INTO WS-REF-ENTRY KEY IS MJ-CODE
                   INVALID KEY MOVE 'N' TO WS-REF-FOUND
               END-READ
           ELSE
               MOVE WS-REF-CODE TO UV-CODE
               READ UNIVERSITY-FILE INTO WS-REF-ENTRY KEY IS UV-CODE
                   INVALID KEY MOVE 'N' TO WS-REF-FOUND
               END-READ
           END-IF.

       WRITE-REF-ENTRY.
           MOVE 'Y' TO WS-REF-FOUND
           IF WS-REF-KIND = 'M'
               WRITE MAJOR-REC FROM WS-REF-NEW
                   INVALID KEY MOVE 'N' TO WS-REF-FOUND
               END-WRITE
           ELSE
               WRITE UNIV-REC FROM WS-REF-NEW
                   INVALID KEY MOVE 'N' TO WS-REF-FOUND
               END-WRITE
           END-IF.

       REWRITE-REF-ENTRY.
           IF WS-REF-KIND = 'M'
               REWRITE MAJOR-REC FROM WS-REF-ENTRY
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               REWRITE UNIV-REC FROM WS-REF-ENTRY
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       DELETE-REF-ENTRY.
           IF WS-REF-KIND = 'M'
               DELETE MAJOR-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               DELETE UNIVERSITY-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

       ADMIN-AUDIT-INQUIRY.
           DISPLAY "--- Audit Log Inquiry ---"
           DISPLAY "Leave any criterion blank to skip it."
           DISPLAY "Username: " WITH NO ADVANCING
           ACCEPT WS-AQ-USER
           DISPLAY "From date (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-AQ-FROM-DATE
           DISPLAY "To date (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-AQ-TO-DATE
           DISPLAY "Action text contains: " WITH NO ADVANCING
           ACCEPT WS-AQ-TEXT
           MOVE 0 TO WS-AQ-TEXT-LEN
           IF FUNCTION TRIM(WS-AQ-TEXT) NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AQ-TEXT)) TO WS-AQ-TEXT-LEN
           END-IF

           *>Matches go to the screen only: echoing them through
           *>WRITE-OUTPUT-AND-DISPLAY would append to the very log
           *>being scanned.
           MOVE 0 TO WS-AQ-MATCH-COUNT
           PERFORM SCAN-ROLLED-AUDIT-LOGS
           PERFORM SCAN-LIVE-AUDIT-LOG

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Matching audit entries: " DELIMITED BY SIZE
                  WS-AQ-MATCH-COUNT DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY WS-DISPLAY-MESSAGE(1:FUNCTION LENGTH(FUNCTION TRIM(WS-DISPLAY-MESSAGE)))

           MOVE "admin" TO WS-AUDIT-USERNAME
           MOVE "Audit log inquiry run" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY.

       SCAN-ROLLED-AUDIT-LOGS.
           *>Oldest months first, so the matches come out in rough
           *>chronological order ahead of the live log's.
           MOVE 'N' TO EOF-LOG-HISTORY
           OPEN INPUT LOG-HISTORY-FILE
           IF WS-HIST-STATUS = "00"
              PERFORM UNTIL EOF-LOG-HISTORY = 'Y'
                  READ LOG-HISTORY-FILE INTO HISTORY-REC
                      AT END MOVE 'Y' TO EOF-LOG-HISTORY
                      NOT AT END
                          IF FUNCTION TRIM(HISTORY-REC) NOT = SPACES
                              MOVE HISTORY-REC TO WS-ROLLED-NAME
                              PERFORM SCAN-ONE-ROLLED-LOG
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LOG-HISTORY-FILE
           END-IF.

       SCAN-ONE-ROLLED-LOG.
           MOVE 'N' TO EOF-AUDIT-SCAN
           OPEN INPUT ROLLED-LOG-FILE
           IF WS-ROLL-STATUS = "00"
              PERFORM UNTIL EOF-AUDIT-SCAN = 'Y'
                  READ ROLLED-LOG-FILE INTO ROLLED-REC
                      AT END MOVE 'Y' TO EOF-AUDIT-SCAN
                      NOT AT END
                          MOVE ROLLED-REC TO WS-AQ-LINE
                          PERFORM MATCH-AUDIT-LINE
                  END-READ
              END-PERFORM
              CLOSE ROLLED-LOG-FILE
           END-READ
           CLOSE USER-FILE.

       ADMIN-REINSTATE-ACCOUNT.
           *>Lifts a dormancy suspension (or clears a pending warning).
           *>The last-login date restarts at today, otherwise the next
           *>nightly dormancy run would warn the account again at once.
           DISPLAY "Username to reinstate: " WITH NO ADVANCING
           ACCEPT WS-ADMIN-TARGET
           OPEN I-O USER-FILE
           MOVE WS-ADMIN-TARGET TO USR-USERNAME
           READ USER-FILE KEY IS USR-USERNAME
               INVALID KEY
                   MOVE "No account with that username." TO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
               NOT INVALID KEY
                   IF USR-DORMANT NOT = 'S' AND USR-DORMANT NOT = 'W'
                       MOVE "That account is not dormant." TO WS-DISPLAY-MESSAGE
                       PERFORM WRITE-OUTPUT-AND-DISPLAY
                   ELSE
                       PERFORM BUILD-TODAY-DATE
                       MOVE WS-TODAY-DATE TO USR-LAST-LOGIN
                       MOVE SPACE TO USR-DORMANT
                       MOVE SPACES TO USR-DORMANT-DATE
                       REWRITE USER-REC
                       MOVE "Account reinstated." TO WS-DISPLAY-MESSAGE
                       PERFORM WRITE-OUTPUT-AND-DISPLAY
                       MOVE WS-ADMIN-TARGET TO WS-AUDIT-USERNAME
                       MOVE "Dormant account reinstated by administrator" TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
           END-READ
           CLOSE USER-FILE.

       ADMIN-RESET-PASSWORD.
           DISPLAY "Username to reset: " WITH NO ADVANCING
           ACCEPT WS-ADMIN-TARGET
           ELSE
               MOVE 'A' TO USR-VERIFIED
           END-IF
           PERFORM BUILD-TODAY-DATE
           MOVE WS-TODAY-DATE TO USR-LAST-LOGIN
           MOVE SPACE TO USR-DORMANT
           MOVE SPACES TO USR-DORMANT-DATE
           OPEN I-O USER-FILE
           WRITE USER-REC
               INVALID KEY
              ELSE
                  PERFORM SHOW-UNREAD-NOTICE
                  PERFORM LOAD-PROFILE-FOR-USER
                  PERFORM USER-DASHBOARD UNTIL WS-MENU-CHOICE = '11'
              END-IF
           ELSE
              IF WS-ACCOUNT-LOCKED = 'Y'
                 MOVE "This account is locked. Please contact an administrator." TO WS-DISPLAY-MESSAGE
                 PERFORM WRITE-OUTPUT-AND-DISPLAY
              ELSE
                 IF WS-ACCOUNT-DORMANT = 'Y'
                    MOVE "This account was suspended for inactivity. Please contact an administrator to reinstate it." TO WS-DISPLAY-MESSAGE
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
                 ELSE
                    MOVE "Incorrect username/password, please try again." TO WS-DISPLAY-MESSAGE
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
                 END-IF
              END-IF
           END-IF.

       VALIDATE-LOGIN.
           MOVE 'N' TO WS-LOGIN-SUCCESS
           MOVE 'N' TO WS-ACCOUNT-LOCKED
           MOVE 'N' TO WS-ACCOUNT-DORMANT
           MOVE WS-LOGIN-USERNAME TO USR-USERNAME
           OPEN I-O USER-FILE
           READ USER-FILE KEY IS USR-USERNAME
                   IF USR-LOCKED = 'Y'
                       MOVE 'Y' TO WS-ACCOUNT-LOCKED
                   ELSE
                       IF USR-DORMANT = 'S'
                           MOVE 'Y' TO WS-ACCOUNT-DORMANT
                       ELSE
                           PERFORM CHECK-PASSWORD-AND-COUNT
                       END-IF
                   END-IF
           END-READ
           CLOSE USER-FILE.
               ELSE
                   MOVE 'A' TO WS-EMP-VERIFIED
               END-IF
               *>Every good login stamps the last-login date the
               *>nightly dormancy job measures idle time from, and
               *>withdraws any inactivity warning it has sent.
               PERFORM BUILD-TODAY-DATE
               MOVE 0 TO USR-FAIL-COUNT
               MOVE WS-TODAY-DATE TO USR-LAST-LOGIN
               IF USR-DORMANT = 'W'
                   MOVE SPACE TO USR-DORMANT
                   MOVE SPACES TO USR-DORMANT-DATE
               END-IF
               REWRITE USER-REC
           ELSE
               MOVE 'N' TO WS-LOGIN-SUCCESS
               ADD 1 TO USR-FAIL-COUNT
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "9. People You May Know" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "10. Generate My Resume" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "11. Logout" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Please select an option (1-11): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN '7' PERFORM JOB-BOARD-OPTION
              WHEN '8' PERFORM MESSAGES-OPTION
              WHEN '9' PERFORM SUGGEST-CONNECTIONS
              WHEN '10' PERFORM GENERATE-MY-RESUME
              WHEN '11' MOVE "Logging out..." TO WS-DISPLAY-MESSAGE
                       PERFORM WRITE-OUTPUT-AND-DISPLAY
                       MOVE SPACES TO PF-USERNAME
                       PERFORM CLEAR-PROFILE-DATA
              MOVE "University is required. Keeping previous value if any." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           ELSE
              *>Stored under the reference table's official name so
              *>every spelling of a school counts as the same school.
              MOVE 'U' TO WS-REF-KIND
              MOVE WS-INPUT-LINE(1:50) TO WS-REF-LOOKUP
              PERFORM MATCH-REFERENCE-VALUE
              EVALUATE TRUE
                  WHEN WS-REF-MATCHED = 'Y'
                      MOVE WS-REF-OFFICIAL TO PF-UNIVERSITY
                      PERFORM REPORT-OFFICIAL-NAME
                  WHEN WS-REF-EMPTY = 'Y'
                      MOVE WS-INPUT-LINE(1:50) TO PF-UNIVERSITY
                  WHEN OTHER
                      MOVE "University not recognized. Keeping previous value if any." TO WS-DISPLAY-MESSAGE
                      PERFORM WRITE-OUTPUT-AND-DISPLAY
                      MOVE "Use its full name or abbreviation; an administrator can add a missing one." TO WS-DISPLAY-MESSAGE
                      PERFORM WRITE-OUTPUT-AND-DISPLAY
              END-EVALUATE
           END-IF

           DISPLAY "Enter Major: " WITH NO ADVANCING
              MOVE "Major is required. Keeping previous value if any." TO WS-DISPLAY-MESSAGE
              PERFORM WRITE-OUTPUT-AND-DISPLAY
           ELSE
              MOVE 'M' TO WS-REF-KIND
              MOVE WS-INPUT-LINE(1:50) TO WS-REF-LOOKUP
              PERFORM MATCH-REFERENCE-VALUE
              EVALUATE TRUE
                  WHEN WS-REF-MATCHED = 'Y'
                      MOVE WS-REF-OFFICIAL(1:40) TO PF-MAJOR
                      PERFORM REPORT-OFFICIAL-NAME
                  WHEN WS-REF-EMPTY = 'Y'
                      MOVE WS-INPUT-LINE(1:40) TO PF-MAJOR
                  WHEN OTHER
                      MOVE "Major not recognized. Keeping previous value if any." TO WS-DISPLAY-MESSAGE
                      PERFORM WRITE-OUTPUT-AND-DISPLAY
                      MOVE "Use its full name or abbreviation; an administrator can add a missing one." TO WS-DISPLAY-MESSAGE
                      PERFORM WRITE-OUTPUT-AND-DISPLAY
              END-EVALUATE
           END-IF

           DISPLAY "Enter Graduation Year (YYYY): " WITH NO ADVANCING
           *>Skills are tracked independently of the profile record, so
           *>completed skills show here even for a user who has never
           *>filled in Create/Edit Profile.
           MOVE PF-USERNAME TO WS-SKILLS-OWNER
           PERFORM DISPLAY-COMPLETED-SKILLS

           MOVE "--------------------" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       DISPLAY-COMPLETED-SKILLS.
           *>Lists WS-SKILLS-OWNER's completed skills, each with the
           *>number of connections who have endorsed it.
           MOVE 'N' TO WS-NAME-FOUND
           MOVE 'N' TO EOF-SKILLS
           OPEN INPUT SKILLS-FILE
                  READ SKILLS-FILE INTO WS-SKILL-REC
                      AT END MOVE 'Y' TO EOF-SKILLS
                      NOT AT END
                          IF SK-USERNAME = WS-SKILLS-OWNER
                              IF WS-NAME-FOUND = 'N'
                                  MOVE 'Y' TO WS-NAME-FOUND
                                  MOVE "Skills Completed:" TO WS-DISPLAY-MESSAGE
                                  PERFORM WRITE-OUTPUT-AND-DISPLAY
                              END-IF
                              MOVE SK-USERNAME TO WS-EN-USER
                              MOVE SK-SKILL-NAME TO WS-EN-SKILL
                              PERFORM COUNT-SKILL-ENDORSEMENTS
                              MOVE WS-EN-COUNT TO WS-EN-COUNT-DISP
                              MOVE SPACES TO WS-DISPLAY-MESSAGE
                              STRING "- " DELIMITED BY SIZE
                                     FUNCTION TRIM(SK-SKILL-NAME) DELIMITED BY SIZE
                                     " (endorsements: " DELIMITED BY SIZE
                                     FUNCTION TRIM(WS-EN-COUNT-DISP) DELIMITED BY SIZE
                                     ")" DELIMITED BY SIZE
                                     INTO WS-DISPLAY-MESSAGE
                              END-STRING
                              PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF
           CLOSE SKILLS-FILE.

       GENERATE-MY-RESUME.
           *>Lays the saved profile and completed skills out as a
           *>fixed-width document the student can print or send on.
           MOVE PF-USERNAME TO WS-RESUME-USER
           PERFORM BUILD-RESUME-FILE
           IF WS-RESUME-BUILT = 'N'
               MOVE "Please create your profile before generating a resume." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-RESUME-FILE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Your resume has been saved to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESUME-NAME) DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE PF-USERNAME TO WS-AUDIT-USERNAME
           MOVE "Resume generated" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY.

       BUILD-RESUME-FILE.
           *>Writes resume-<username>.txt for WS-RESUME-USER: a centred
           *>name block, then Summary, Experience, Education and Skills
           *>sections, each left out when the profile has nothing for
           *>it. Sets WS-RESUME-BUILT to 'N' when there is no profile.
           MOVE 'N' TO WS-RESUME-BUILT
           INITIALIZE WS-SEARCH-PROFILE
           MOVE WS-RESUME-USER TO WS-LOOKUP-USERNAME
           PERFORM LOAD-SELECTED-PROFILE
           IF SF-FIRST-NAME = SPACES AND SF-LAST-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RESUME-NAME
           STRING "resume-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESUME-USER) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-RESUME-NAME
           END-STRING
           OPEN OUTPUT RESUME-FILE
           IF WS-RESUME-STATUS NOT = "00"
               MOVE "Unable to write the resume file." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RS-RULE-EQ TO RESUME-REC
           WRITE RESUME-REC
           MOVE SPACES TO WS-RS-LINE
           STRING FUNCTION UPPER-CASE(FUNCTION TRIM(SF-FIRST-NAME)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(FUNCTION TRIM(SF-LAST-NAME)) DELIMITED BY SIZE
                  INTO WS-RS-LINE
           END-STRING
           PERFORM WRITE-RESUME-CENTRED
           MOVE SPACES TO WS-RS-LINE
           IF SF-GRAD-YEAR > 0
               STRING FUNCTION TRIM(SF-UNIVERSITY) DELIMITED BY SIZE
                      "  |  " DELIMITED BY SIZE
                      FUNCTION TRIM(SF-MAJOR) DELIMITED BY SIZE
                      "  |  Class of " DELIMITED BY SIZE
                      SF-GRAD-YEAR DELIMITED BY SIZE
                      INTO WS-RS-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(SF-UNIVERSITY) DELIMITED BY SIZE
                      "  |  " DELIMITED BY SIZE
                      FUNCTION TRIM(SF-MAJOR) DELIMITED BY SIZE
                      INTO WS-RS-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RESUME-CENTRED
           MOVE WS-RS-RULE-EQ TO RESUME-REC
           WRITE RESUME-REC

           IF SF-ABOUT-ME NOT = SPACES
               MOVE "SUMMARY" TO WS-RS-LINE
               PERFORM WRITE-RESUME-HEADING
               MOVE SF-ABOUT-ME TO WS-RS-TEXT
               MOVE 2 TO WS-RS-INDENT
               MOVE 76 TO WS-RS-WIDTH
               PERFORM WRITE-RESUME-WRAPPED
           END-IF

           IF SF-EXP-COUNT > 0
               MOVE "EXPERIENCE" TO WS-RS-LINE
               PERFORM WRITE-RESUME-HEADING
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                       UNTIL WS-RS-IDX > SF-EXP-COUNT OR WS-RS-IDX > 3
                   IF WS-RS-IDX > 1
                       MOVE SPACES TO RESUME-REC
                       WRITE RESUME-REC
                   END-IF
                   MOVE SPACES TO RESUME-REC
                   MOVE SF-EXP-TITLE(WS-RS-IDX) TO RESUME-REC(3:30)
                   MOVE FUNCTION TRIM(SF-EXP-DATES(WS-RS-IDX)) TO WS-RS-RIGHT
                   MOVE WS-RS-RIGHT TO RESUME-REC(59:20)
                   WRITE RESUME-REC
                   MOVE SPACES TO RESUME-REC
                   MOVE SF-EXP-COMPANY(WS-RS-IDX) TO RESUME-REC(3:30)
                   WRITE RESUME-REC
                   MOVE SF-EXP-DESC(WS-RS-IDX) TO WS-RS-TEXT
                   MOVE 4 TO WS-RS-INDENT
                   MOVE 74 TO WS-RS-WIDTH
                   PERFORM WRITE-RESUME-WRAPPED
               END-PERFORM
           END-IF

           IF SF-EDU-COUNT > 0
               MOVE "EDUCATION" TO WS-RS-LINE
               PERFORM WRITE-RESUME-HEADING
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                       UNTIL WS-RS-IDX > SF-EDU-COUNT OR WS-RS-IDX > 3
                   IF WS-RS-IDX > 1
                       MOVE SPACES TO RESUME-REC
                       WRITE RESUME-REC
                   END-IF
                   MOVE SPACES TO RESUME-REC
                   MOVE SF-EDU-DEGREE(WS-RS-IDX) TO RESUME-REC(3:30)
                   MOVE FUNCTION TRIM(SF-EDU-YEARS(WS-RS-IDX)) TO WS-RS-RIGHT
                   MOVE WS-RS-RIGHT TO RESUME-REC(59:20)
                   WRITE RESUME-REC
                   MOVE SPACES TO RESUME-REC
                   MOVE SF-EDU-UNIV(WS-RS-IDX) TO RESUME-REC(3:50)
                   WRITE RESUME-REC
               END-PERFORM
           END-IF

           *>Skills are listed in catalog order under their catalog
           *>names, so the same skill always reads the same way.
           PERFORM LOAD-USER-SKILL-FLAGS
           MOVE 0 TO WS-RS-SKILL-COUNT
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               IF WS-USER-SKILL-FLAGS(WS-K:1) = 'Y'
                   IF WS-RS-SKILL-COUNT = 0
                       MOVE "SKILLS" TO WS-RS-LINE
                       PERFORM WRITE-RESUME-HEADING
                   END-IF
                   ADD 1 TO WS-RS-SKILL-COUNT
                   MOVE SPACES TO RESUME-REC
                   MOVE WS-RESUME-USER TO WS-EN-USER
                   MOVE WS-CATALOG-SKILL(WS-K) TO WS-EN-SKILL
                   PERFORM COUNT-SKILL-ENDORSEMENTS
                   IF WS-EN-COUNT > 0
                       MOVE WS-EN-COUNT TO WS-EN-COUNT-DISP
                       STRING "  * " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-CATALOG-SKILL(WS-K)) DELIMITED BY SIZE
                              " (endorsed by " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EN-COUNT-DISP) DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO RESUME-REC
                       END-STRING
                   ELSE
                       STRING "  * " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-CATALOG-SKILL(WS-K)) DELIMITED BY SIZE
                              INTO RESUME-REC
                       END-STRING
                   END-IF
                   WRITE RESUME-REC
               END-IF
           END-PERFORM

           MOVE SPACES TO RESUME-REC
           WRITE RESUME-REC
           MOVE WS-RS-RULE-EQ TO RESUME-REC
           WRITE RESUME-REC
           CLOSE RESUME-FILE
           MOVE 'Y' TO WS-RESUME-BUILT.

       WRITE-RESUME-CENTRED.
           MOVE SPACES TO RESUME-REC
           IF WS-RS-LINE = SPACES
               WRITE RESUME-REC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RS-LINE)) TO WS-RS-LEN
           COMPUTE WS-RS-START = (80 - WS-RS-LEN) / 2 + 1
           MOVE FUNCTION TRIM(WS-RS-LINE) TO RESUME-REC(WS-RS-START:WS-RS-LEN)
           WRITE RESUME-REC.

       WRITE-RESUME-HEADING.
           *>A blank line, the section title in WS-RS-LINE, and a rule.
           MOVE SPACES TO RESUME-REC
           WRITE RESUME-REC
           MOVE WS-RS-LINE TO RESUME-REC
           WRITE RESUME-REC
           MOVE WS-RS-RULE-DASH TO RESUME-REC
           WRITE RESUME-REC.

       WRITE-RESUME-WRAPPED.
           *>Breaks WS-RS-TEXT at spaces into lines no wider than
           *>WS-RS-WIDTH, each indented WS-RS-INDENT columns. A word
           *>longer than a whole line is cut at the line width.
           IF WS-RS-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RS-TEXT TRAILING)) TO WS-RS-LEN
           MOVE 1 TO WS-RS-POS
           PERFORM UNTIL WS-RS-POS > WS-RS-LEN
               COMPUTE WS-RS-CUT = WS-RS-LEN - WS-RS-POS + 1
               IF WS-RS-CUT > WS-RS-WIDTH
                   MOVE WS-RS-WIDTH TO WS-RS-CUT
                   PERFORM VARYING WS-RS-BACK FROM WS-RS-WIDTH BY -1
                           UNTIL WS-RS-BACK < 1
                              OR WS-RS-TEXT(WS-RS-POS + WS-RS-BACK:1) = SPACE
                       CONTINUE
                   END-PERFORM
                   IF WS-RS-BACK > 0
                       MOVE WS-RS-BACK TO WS-RS-CUT
                   END-IF
               END-IF
               MOVE SPACES TO RESUME-REC
               MOVE WS-RS-TEXT(WS-RS-POS:WS-RS-CUT)
                 TO RESUME-REC(WS-RS-INDENT + 1:WS-RS-WIDTH)
               WRITE RESUME-REC
               ADD WS-RS-CUT TO WS-RS-POS
               PERFORM UNTIL WS-RS-POS > WS-RS-LEN
                          OR WS-RS-TEXT(WS-RS-POS:1) NOT = SPACE
                   ADD 1 TO WS-RS-POS
               END-PERFORM
           END-PERFORM.

       SHOW-RESUME-FILE.
           *>Puts the finished document on screen line by line.
           MOVE 'N' TO EOF-RESUME
           OPEN INPUT RESUME-FILE
           IF WS-RESUME-STATUS = "00"
              PERFORM UNTIL EOF-RESUME = 'Y'
                  READ RESUME-FILE
                      AT END MOVE 'Y' TO EOF-RESUME
                      NOT AT END
                          MOVE RESUME-REC TO WS-DISPLAY-MESSAGE
                          PERFORM WRITE-OUTPUT-AND-DISPLAY
                  END-READ
              END-PERFORM
           END-IF
           CLOSE RESUME-FILE.

       OFFER-APPLICANT-RESUME.
           *>Lets the poster open the resume of anyone who applied to
           *>the posting just listed. The name is checked against this
           *>posting's applications so no other student's resume can be
           *>pulled up from here.
           DISPLAY "Enter an applicant's username to view their resume, or press Enter to continue: " WITH NO ADVANCING
           ACCEPT WS-RESUME-USER
           IF WS-RESUME-USER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RS-APPLIED
           MOVE 'N' TO EOF-APPLICATIONS
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS = "00"
              PERFORM UNTIL EOF-APPLICATIONS = 'Y'
                  READ APPLICATION-FILE INTO APPLICATION-REC
                      AT END MOVE 'Y' TO EOF-APPLICATIONS
                      NOT AT END
                          PERFORM PARSE-APPLICATION-REC
                          IF AP-JOB-ID = JB-JOB-ID
                             AND AP-APPLICANT = WS-RESUME-USER
                              MOVE 'Y' TO WS-RS-APPLIED
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE APPLICATION-FILE

           IF WS-RS-APPLIED = 'N'
               MOVE "That user has not applied to this posting." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-RESUME-FILE
           IF WS-RESUME-BUILT = 'N'
               MOVE "That applicant has not created a profile yet." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-RESUME-FILE
           MOVE PF-USERNAME TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Viewed resume of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESUME-USER) DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       DISPLAY-SEARCH-PROFILE.
           MOVE "--- Your Profile ---" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           IF SF-FIRST-NAME = SPACES AND SF-LAST-NAME = SPACES
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "No profile found for user: " DELIMITED BY SIZE
                      WS-REC-USERNAME DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           ELSE
               *>--- Name ---
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Name: " DELIMITED BY SIZE
                      FUNCTION TRIM(SF-FIRST-NAME) DELIMITED BY SIZE
                       PERFORM WRITE-OUTPUT-AND-DISPLAY
                   END-PERFORM
               END-IF

               MOVE WS-REC-USERNAME TO WS-SKILLS-OWNER
               PERFORM DISPLAY-COMPLETED-SKILLS
           END-IF

           MOVE "--------------------" TO WS-DISPLAY-MESSAGE
           DISPLAY "Enter university to browse (e.g., Boise State University): " WITH NO ADVANCING
           ACCEPT WS-SEARCH-NAME
           MOVE FUNCTION TRIM(WS-SEARCH-NAME) TO WS-SEARCH-NAME
           MOVE 'U' TO WS-REF-KIND
           PERFORM SET-SEARCH-TARGET

           MOVE 0 TO WS-DIR-COUNT
           MOVE 'N' TO EOF-PROFILE
                   AT END MOVE 'Y' TO EOF-PROFILE
                   NOT AT END
                       PERFORM PARSE-SEARCH-PROFILE-REC
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(SF-UNIVERSITY))
                          = WS-SEARCH-TARGET
                          AND WS-DIR-COUNT < 20
                           PERFORM ADD-DIRECTORY-RESULT
                       END-IF
           DISPLAY "Enter major to browse (e.g., Computer Science): " WITH NO ADVANCING
           ACCEPT WS-SEARCH-NAME
           MOVE FUNCTION TRIM(WS-SEARCH-NAME) TO WS-SEARCH-NAME
           MOVE 'M' TO WS-REF-KIND
           PERFORM SET-SEARCH-TARGET

           MOVE 0 TO WS-DIR-COUNT
           MOVE 'N' TO EOF-PROFILE
                   AT END MOVE 'Y' TO EOF-PROFILE
                   NOT AT END
                       PERFORM PARSE-SEARCH-PROFILE-REC
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(SF-MAJOR))
                          = WS-SEARCH-TARGET
                          AND WS-DIR-COUNT < 20
                           PERFORM ADD-DIRECTORY-RESULT
                       END-IF
           CLOSE PROFILE-FILE
           PERFORM SHOW-DIRECTORY-RESULTS.

       SET-SEARCH-TARGET.
           *>A code or other spelling browses under the official name;
           *>either way the comparison ignores case.
           MOVE WS-SEARCH-NAME TO WS-REF-LOOKUP
           PERFORM MATCH-REFERENCE-VALUE
           IF WS-REF-MATCHED = 'Y'
               MOVE FUNCTION UPPER-CASE(WS-REF-OFFICIAL) TO WS-SEARCH-TARGET
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-SEARCH-NAME) TO WS-SEARCH-TARGET
           END-IF.

       ADD-DIRECTORY-RESULT.
           *>Student-facing search returns student accounts only;
           *>recruiter accounts stay off the people directory, and so
           *>does anyone on either side of a block with me.
           MOVE WS-REC-USERNAME TO WS-TYPE-LOOKUP-USER
           PERFORM CHECK-ACCOUNT-TYPE
           IF WS-ACCT-IS-STUDENT = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE PF-USERNAME TO WS-BL-USER1
           MOVE WS-REC-USERNAME TO WS-BL-USER2
           PERFORM CHECK-BLOCKED-EITHER-WAY
           IF WS-BL-EITHER = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIR-COUNT
           MOVE WS-REC-USERNAME TO DIR-USERNAME(WS-DIR-COUNT)
           MOVE SF-FIRST-NAME TO DIR-FIRST(WS-DIR-COUNT)

       SEND-CONNECTION-REQUEST-OFFER.
           DISPLAY "1. Send Connection Request"
           DISPLAY "2. Block This User"
           DISPLAY "3. Back to Main Menu"
           DISPLAY "Enter your choice (1-3): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM SEND-CONNECTION-REQUEST
               WHEN '2'
                   MOVE WS-REC-USERNAME TO WS-BL-TARGET
                   PERFORM BLOCK-USER
               WHEN OTHER
                   MOVE "Returning to Main Menu..." TO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
              EXIT PARAGRAPH
           END-IF

           MOVE WS-REC-USERNAME TO WS-BL-TARGET
           PERFORM CHECK-CONTACT-ALLOWED
           IF WS-BL-CONTACT-OK = 'N'
              EXIT PARAGRAPH
           END-IF

           *> Validate request constraints
           PERFORM CHECK-EXISTING-CONNECTIONS

            PERFORM WRITE-OUTPUT-AND-DISPLAY
            MOVE "2. Reject" TO WS-DISPLAY-MESSAGE
            PERFORM WRITE-OUTPUT-AND-DISPLAY
            MOVE "3. Block" TO WS-DISPLAY-MESSAGE
            PERFORM WRITE-OUTPUT-AND-DISPLAY
            MOVE SPACES TO WS-DISPLAY-MESSAGE
            STRING "Enter your choice for " DELIMITED BY SIZE
                   WS-REQUEST-SENDER DELIMITED BY SIZE ": "
                    PERFORM ACCEPT-CONNECTION
                WHEN '2'
                    PERFORM REJECT-CONNECTION
                WHEN '3'
                    MOVE WS-REQUEST-SENDER TO WS-BL-TARGET
                    PERFORM BLOCK-USER
                WHEN OTHER
                    MOVE "Invalid choice, skipping request." TO WS-DISPLAY-MESSAGE
                    PERFORM WRITE-OUTPUT-AND-DISPLAY
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-PERFORM

               DISPLAY "Enter the number of a connection to endorse, remove or block, or 0 to go back: " WITH NO ADVANCING
               ACCEPT WS-NETWORK-CHOICE
               IF WS-NETWORK-CHOICE > 0 AND WS-NETWORK-CHOICE <= WS-NETWORK-COUNT
                   MOVE WS-NETWORK-ENTRY(WS-NETWORK-CHOICE) TO WS-REQUEST-SENDER
                   DISPLAY "1. Endorse a Skill"
                   DISPLAY "2. Remove Connection"
                   DISPLAY "3. Block"
                   DISPLAY "4. Back"
                   DISPLAY "Enter your choice (1-4): " WITH NO ADVANCING
                   ACCEPT WS-NET-ACTION
                   EVALUATE WS-NET-ACTION
                       WHEN '1'
                           PERFORM ENDORSE-CONNECTION-SKILL
                       WHEN '2'
                           PERFORM DELETE-CONNECTION-PAIR
                           MOVE "Connection removed." TO WS-DISPLAY-MESSAGE
                           PERFORM WRITE-OUTPUT-AND-DISPLAY
                       WHEN '3'
                           MOVE WS-REQUEST-SENDER TO WS-BL-TARGET
                           PERFORM BLOCK-USER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

                       CONTINUE
               END-DELETE
               CLOSE CONNECTION-FILE
           END-IF
           PERFORM WITHDRAW-PAIR-ENDORSEMENTS.

       ENDORSE-CONNECTION-SKILL.
           *>Only skills the connection has actually completed can be
           *>endorsed. They are listed under their catalog names with
           *>the current count, and the key on endorsements.dat lets
           *>each endorser vouch for a person's skill only once.
           MOVE WS-REQUEST-SENDER TO WS-LOOKUP-USERNAME
           PERFORM LOAD-USER-SKILL-FLAGS
           MOVE 0 TO WS-EN-HELD-COUNT
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               IF WS-USER-SKILL-FLAGS(WS-K:1) = 'Y'
                   ADD 1 TO WS-EN-HELD-COUNT
                   MOVE WS-REQUEST-SENDER TO WS-EN-USER
                   MOVE WS-CATALOG-SKILL(WS-K) TO WS-EN-SKILL
                   PERFORM COUNT-SKILL-ENDORSEMENTS
                   MOVE WS-EN-COUNT TO WS-EN-COUNT-DISP
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING WS-K DELIMITED BY SIZE
                          ". " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CATALOG-SKILL(WS-K)) DELIMITED BY SIZE
                          " (endorsements: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EN-COUNT-DISP) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-DISPLAY-MESSAGE
                   END-STRING
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
               END-IF
           END-PERFORM

           IF WS-EN-HELD-COUNT = 0
               MOVE "This connection has not completed any skills yet." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter the number of the skill to endorse, or 0 to go back: " WITH NO ADVANCING
           ACCEPT WS-EN-CHOICE-X
           MOVE FUNCTION NUMVAL(WS-EN-CHOICE-X) TO WS-EN-CHOICE
           IF WS-EN-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EN-CHOICE > WS-CAT-COUNT
               MOVE "Invalid selection." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-SKILL-FLAGS(WS-EN-CHOICE:1) NOT = 'Y'
               MOVE "Invalid selection." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-TODAY-DATE
           OPEN I-O ENDORSE-FILE
           IF WS-END-STATUS NOT = "00"
               MOVE "Unable to record the endorsement right now." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQUEST-SENDER TO EN-ENDORSEE
           MOVE WS-CATALOG-SKILL(WS-EN-CHOICE) TO EN-SKILL-NAME
           MOVE PF-USERNAME TO EN-ENDORSER
           MOVE WS-TODAY-DATE TO EN-ENDORSED-ON
           WRITE ENDORSE-REC
               INVALID KEY
                   MOVE "You have already endorsed this skill." TO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
               NOT INVALID KEY
                   MOVE "Endorsement recorded." TO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
                   MOVE PF-USERNAME TO WS-AUDIT-USERNAME
                   MOVE SPACES TO WS-AUDIT-ACTION
                   STRING "Endorsed " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REQUEST-SENDER) DELIMITED BY SIZE
                          " for " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CATALOG-SKILL(WS-EN-CHOICE)) DELIMITED BY SIZE
                          INTO WS-AUDIT-ACTION
                   END-STRING
                   PERFORM WRITE-AUDIT-ENTRY
           END-WRITE
           CLOSE ENDORSE-FILE.

       COUNT-SKILL-ENDORSEMENTS.
           *>Endorsements are keyed endorsee + skill + endorser, so the
           *>ones for WS-EN-USER's WS-EN-SKILL sit together: START at
           *>the front of that slice and read forward while it matches.
           MOVE 0 TO WS-EN-COUNT
           MOVE 'N' TO EOF-ENDORSE
           OPEN INPUT ENDORSE-FILE
           IF WS-END-STATUS = "00"
               MOVE WS-EN-USER TO EN-ENDORSEE
               MOVE WS-EN-SKILL TO EN-SKILL-NAME
               MOVE LOW-VALUES TO EN-ENDORSER
               START ENDORSE-FILE KEY IS >= EN-KEY
                   INVALID KEY
                       MOVE 'Y' TO EOF-ENDORSE
               END-START
               PERFORM UNTIL EOF-ENDORSE = 'Y'
                   READ ENDORSE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-ENDORSE
                       NOT AT END
                           IF EN-ENDORSEE NOT = WS-EN-USER
                              OR EN-SKILL-NAME NOT = WS-EN-SKILL
                               MOVE 'Y' TO EOF-ENDORSE
                           ELSE
                               ADD 1 TO WS-EN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDORSE-FILE
           END-IF.

       WITHDRAW-PAIR-ENDORSEMENTS.
           *>Endorsements rest on the connection, so when a pair is
           *>removed whatever either side gave the other goes with it.
           MOVE PF-USERNAME TO WS-EN-USER
           MOVE WS-REQUEST-SENDER TO WS-EN-GIVER
           PERFORM WITHDRAW-ENDORSEMENTS-GIVEN
           MOVE WS-REQUEST-SENDER TO WS-EN-USER
           MOVE PF-USERNAME TO WS-EN-GIVER
           PERFORM WITHDRAW-ENDORSEMENTS-GIVEN.

       WITHDRAW-ENDORSEMENTS-GIVEN.
           *>Walks WS-EN-USER's slice of the file and deletes the rows
           *>WS-EN-GIVER wrote.
           MOVE 'N' TO EOF-ENDORSE
           OPEN I-O ENDORSE-FILE
           IF WS-END-STATUS = "00"
               MOVE WS-EN-USER TO EN-ENDORSEE
               MOVE LOW-VALUES TO EN-SKILL-NAME
               MOVE LOW-VALUES TO EN-ENDORSER
               START ENDORSE-FILE KEY IS >= EN-KEY
                   INVALID KEY
                       MOVE 'Y' TO EOF-ENDORSE
               END-START
               PERFORM UNTIL EOF-ENDORSE = 'Y'
                   READ ENDORSE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-ENDORSE
                       NOT AT END
                           IF EN-ENDORSEE NOT = WS-EN-USER
                               MOVE 'Y' TO EOF-ENDORSE
                           ELSE
                               IF EN-ENDORSER = WS-EN-GIVER
                                   DELETE ENDORSE-FILE RECORD
                                       INVALID KEY
                                           CONTINUE
                                   END-DELETE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDORSE-FILE
           END-IF.

       SUGGEST-CONNECTIONS.
       ADD-SUGGESTION.
           *>Central filter for both suggestion sources: never myself,
           *>never someone already in my network or with a pending
           *>request either way, never anyone on either side of a
           *>block with me, never the same person twice, and the list
           *>stops at the table cap.
           IF WS-SUGG-CAND = PF-USERNAME OR WS-SUGG-CAND = SPACES
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE PF-USERNAME TO WS-BL-USER1
           MOVE WS-SUGG-CAND TO WS-BL-USER2
           PERFORM CHECK-BLOCKED-EITHER-WAY
           IF WS-BL-EITHER = 'Y'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SUGG-COUNT
           MOVE WS-SUGG-CAND TO SUGG-USERNAME(WS-SUGG-COUNT)
           MOVE WS-SUGG-REASON-W TO SUGG-REASON(WS-SUGG-COUNT).
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "2. View My Inbox" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "3. Blocked Users" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "4. Back to Main Menu" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice (1-4): " WITH NO ADVANCING
           ACCEPT WS-MSG-MENU-CHOICE

           EVALUATE WS-MSG-MENU-CHOICE
               WHEN '1' PERFORM SEND-MESSAGE
               WHEN '2' PERFORM VIEW-INBOX
               WHEN '3' PERFORM MANAGE-BLOCKED-USERS
               WHEN '4' MOVE "Returning to Main Menu..." TO WS-DISPLAY-MESSAGE
                        PERFORM WRITE-OUTPUT-AND-DISPLAY
               WHEN OTHER MOVE "Invalid choice." TO WS-DISPLAY-MESSAGE
                          PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MSG-TARGET TO WS-BL-TARGET
           PERFORM CHECK-CONTACT-ALLOWED
           IF WS-BL-CONTACT-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           *>Messaging is only open between connected users: an accepted
           *>connection is stored as a mirrored pair of rows, so both
           *>directions must be present before the send is allowed.
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       CHECK-BLOCKED.
           *>Has WS-BL-USER1 blocked WS-BL-USER2? One keyed read.
           MOVE 'N' TO WS-BL-FOUND
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-STATUS = "00"
               MOVE WS-BL-USER1 TO BL-BLOCKER
               MOVE WS-BL-USER2 TO BL-BLOCKED
               READ BLOCK-FILE KEY IS BL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BL-FOUND
               END-READ
           END-IF
           CLOSE BLOCK-FILE.

       CHECK-BLOCKED-EITHER-WAY.
           *>A block hides the pair from each other in both directions,
           *>whichever of them set it.
           MOVE 'N' TO WS-BL-EITHER
           PERFORM CHECK-BLOCKED
           IF WS-BL-FOUND = 'Y'
               MOVE 'Y' TO WS-BL-EITHER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BL-USER1 TO WS-BL-SWAP
           MOVE WS-BL-USER2 TO WS-BL-USER1
           MOVE WS-BL-SWAP TO WS-BL-USER2
           PERFORM CHECK-BLOCKED
           IF WS-BL-FOUND = 'Y'
               MOVE 'Y' TO WS-BL-EITHER
           END-IF.

       CHECK-CONTACT-ALLOWED.
           *>Connection requests and messages stop here when either
           *>side has blocked the other. The blocked user is not told
           *>who blocked whom, only that contact is not possible.
           MOVE 'Y' TO WS-BL-CONTACT-OK
           MOVE PF-USERNAME TO WS-BL-USER1
           MOVE WS-BL-TARGET TO WS-BL-USER2
           PERFORM CHECK-BLOCKED
           IF WS-BL-FOUND = 'Y'
               MOVE 'N' TO WS-BL-CONTACT-OK
               MOVE "You have blocked this user. Unblock them under Messages first." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BL-TARGET TO WS-BL-USER1
           MOVE PF-USERNAME TO WS-BL-USER2
           PERFORM CHECK-BLOCKED
           IF WS-BL-FOUND = 'Y'
               MOVE 'N' TO WS-BL-CONTACT-OK
               MOVE "You cannot contact this user." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF.

       BLOCK-USER.
           *>Blocking also ends whatever stood between the pair: the
           *>connection or pending request in either direction goes,
           *>and with it the endorsements, exactly as Remove Connection
           *>does.
           IF WS-BL-TARGET = SPACES OR WS-BL-TARGET = PF-USERNAME
               MOVE "You cannot block yourself." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-TODAY-DATE
           OPEN I-O BLOCK-FILE
           IF WS-BLOCK-STATUS NOT = "00"
               MOVE "The block list is unavailable right now." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE PF-USERNAME TO BL-BLOCKER
           MOVE WS-BL-TARGET TO BL-BLOCKED
           MOVE WS-TODAY-DATE TO BL-BLOCKED-ON
           WRITE BLOCK-REC
               INVALID KEY
                   MOVE "You have already blocked this user." TO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
                   CLOSE BLOCK-FILE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE BLOCK-FILE

           MOVE WS-BL-TARGET TO WS-REQUEST-SENDER
           PERFORM DELETE-CONNECTION-PAIR

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Blocked " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BL-TARGET) DELIMITED BY SIZE
                  ". They can no longer find, message or connect with you." DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           MOVE PF-USERNAME TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Blocked user " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BL-TARGET) DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       MANAGE-BLOCKED-USERS.
           MOVE "--- Blocked Users ---" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           *>My rows sit together under the blocker half of the key.
           MOVE 0 TO WS-BL-COUNT
           MOVE 'N' TO EOF-BLOCKS
           OPEN INPUT BLOCK-FILE
           IF WS-BLOCK-STATUS = "00"
               MOVE PF-USERNAME TO BL-BLOCKER
               MOVE LOW-VALUES TO BL-BLOCKED
               START BLOCK-FILE KEY IS >= BL-KEY
                   INVALID KEY
                       MOVE 'Y' TO EOF-BLOCKS
               END-START
               PERFORM UNTIL EOF-BLOCKS = 'Y'
                   READ BLOCK-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-BLOCKS
                       NOT AT END
                           IF BL-BLOCKER NOT = PF-USERNAME OR WS-BL-COUNT >= 20
                               MOVE 'Y' TO EOF-BLOCKS
                           ELSE
                               ADD 1 TO WS-BL-COUNT
                               MOVE BL-BLOCKED TO WS-BL-ENTRY(WS-BL-COUNT)
                               MOVE SPACES TO WS-DISPLAY-MESSAGE
                               STRING WS-BL-COUNT DELIMITED BY SIZE
                                      ". " DELIMITED BY SIZE
                                      FUNCTION TRIM(BL-BLOCKED) DELIMITED BY SIZE
                                      " (blocked " DELIMITED BY SIZE
                                      BL-BLOCKED-ON DELIMITED BY SIZE
                                      ")" DELIMITED BY SIZE
                                      INTO WS-DISPLAY-MESSAGE
                               END-STRING
                               PERFORM WRITE-OUTPUT-AND-DISPLAY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BLOCK-FILE

           IF WS-BL-COUNT = 0
               MOVE "You have not blocked anyone." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter a number to unblock that user, or 0 to go back: " WITH NO ADVANCING
           ACCEPT WS-NETWORK-CHOICE
           IF WS-NETWORK-CHOICE = 0 OR WS-NETWORK-CHOICE > WS-BL-COUNT
               EXIT PARAGRAPH
           END-IF

           *>Unblocking does not bring back the old connection; the
           *>pair start again from a fresh request.
           OPEN I-O BLOCK-FILE
           IF WS-BLOCK-STATUS = "00"
               MOVE PF-USERNAME TO BL-BLOCKER
               MOVE WS-BL-ENTRY(WS-NETWORK-CHOICE) TO BL-BLOCKED
               DELETE BLOCK-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE BLOCK-FILE
           END-IF

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Unblocked " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BL-ENTRY(WS-NETWORK-CHOICE)) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           MOVE PF-USERNAME TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Unblocked user " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BL-ENTRY(WS-NETWORK-CHOICE)) DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       INBOX-MESSAGE-ACTION.
           *>Personal messages can be reported or their sender blocked;
           *>announcements and system notices come from the site
           *>itself and are not open to either.
           DISPLAY "Enter a message number to report it or block its sender, or 0 to go back: " WITH NO ADVANCING
           ACCEPT WS-IB-CHOICE
           IF WS-IB-CHOICE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-IB-CHOICE > WS-IB-COUNT
               MOVE "Invalid message number." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           IF WS-IB-TYPE(WS-IB-CHOICE) = 'A' OR WS-IB-TYPE(WS-IB-CHOICE) = 'S'
               MOVE "Announcements and system notices cannot be reported." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           DISPLAY "1. Report this Message"
           DISPLAY "2. Block the Sender"
           DISPLAY "3. Back"
           DISPLAY "Enter your choice (1-3): " WITH NO ADVANCING
           ACCEPT WS-IB-ACTION
           EVALUATE WS-IB-ACTION
               WHEN '1'
                   MOVE 'M' TO WS-RP-KIND
                   MOVE WS-IB-MSG-ID(WS-IB-CHOICE) TO WS-RP-TARGET
                   MOVE WS-IB-SENDER(WS-IB-CHOICE) TO WS-RP-OFFENDER
                   MOVE WS-IB-EXCERPT(WS-IB-CHOICE) TO WS-RP-EXCERPT
                   PERFORM FILE-ABUSE-REPORT
               WHEN '2'
                   MOVE WS-IB-SENDER(WS-IB-CHOICE) TO WS-BL-TARGET
                   PERFORM BLOCK-USER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FILE-ABUSE-REPORT.
           *>WS-RP-KIND, WS-RP-TARGET, WS-RP-OFFENDER and WS-RP-EXCERPT
           *>are set by the caller. The excerpt is copied onto the
           *>report so the administrator still sees what was said if
           *>the message or listing is later removed.
           PERFORM CHECK-DUPLICATE-REPORT
           IF WS-RP-DUPLICATE = 'Y'
               MOVE "You have already reported this; it is awaiting review." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Reason for the report (max 80 chars): " WITH NO ADVANCING
           ACCEPT WS-INPUT-LINE
           IF FUNCTION TRIM(WS-INPUT-LINE) = SPACES
               MOVE "A reason is required. Report not filed." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-LINE(1:80) TO WS-RP-REASON

           PERFORM FIND-NEXT-REPORT-ID
           OPEN I-O ABUSE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "Reports cannot be filed right now." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-REPORT-ID TO RP-REPORT-ID
           MOVE WS-RP-KIND TO RP-KIND
           MOVE WS-RP-TARGET TO RP-TARGET-ID
           MOVE PF-USERNAME TO RP-REPORTER
           MOVE WS-RP-OFFENDER TO RP-OFFENDER
           PERFORM BUILD-CURRENT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP TO RP-REPORTED-AT
           MOVE WS-RP-REASON TO RP-REASON
           MOVE WS-RP-EXCERPT TO RP-EXCERPT
           MOVE 'O' TO RP-STATUS
           MOVE SPACES TO RP-DECIDED-ON
           WRITE ABUSE-REPORT-REC
               INVALID KEY
                   CLOSE ABUSE-REPORT-FILE
                   MOVE "The report could not be filed - please try again." TO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE ABUSE-REPORT-FILE

           MOVE "Report filed. An administrator will review it." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           MOVE WS-RP-TARGET TO WS-RP-TARGET-DISP
           IF WS-RP-KIND = 'J'
               MOVE "job" TO WS-RP-WHAT
           ELSE
               MOVE "message" TO WS-RP-WHAT
           END-IF
           MOVE PF-USERNAME TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Reported " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RP-WHAT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RP-TARGET-DISP) DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       CHECK-DUPLICATE-REPORT.
           *>One open report per reporter per message or listing.
           MOVE 'N' TO WS-RP-DUPLICATE
           MOVE 'N' TO EOF-REPORTS
           OPEN INPUT ABUSE-REPORT-FILE
           IF WS-REPORT-STATUS = "00"
               PERFORM UNTIL EOF-REPORTS = 'Y'
                   READ ABUSE-REPORT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-REPORTS
                       NOT AT END
                           IF RP-STATUS = 'O' AND RP-KIND = WS-RP-KIND
                              AND RP-TARGET-ID = WS-RP-TARGET
                              AND RP-REPORTER = PF-USERNAME
                               MOVE 'Y' TO WS-RP-DUPLICATE
                               MOVE 'Y' TO EOF-REPORTS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ABUSE-REPORT-FILE.

       FIND-NEXT-REPORT-ID.
           *>Highest id on file plus one, as FIND-NEXT-MSG-ID does.
           MOVE 0 TO WS-NEXT-REPORT-ID
           MOVE 'N' TO EOF-REPORTS
           OPEN INPUT ABUSE-REPORT-FILE
           IF WS-REPORT-STATUS = "00"
               PERFORM UNTIL EOF-REPORTS = 'Y'
                   READ ABUSE-REPORT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-REPORTS
                       NOT AT END
                           IF RP-REPORT-ID > WS-NEXT-REPORT-ID
                               MOVE RP-REPORT-ID TO WS-NEXT-REPORT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ABUSE-REPORT-FILE
           ADD 1 TO WS-NEXT-REPORT-ID.

       VIEW-INBOX.
           MOVE "--- Your Inbox ---" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           *>Unread messages are listed first, then the already-read
           *>ones, so new mail is never buried under old threads.
           MOVE 0 TO WS-MSG-COUNT
           MOVE 0 TO WS-IB-COUNT
           MOVE 'N' TO WS-MSG-SHOW-READ
           PERFORM DISPLAY-INBOX-PASS
           MOVE WS-MSG-COUNT TO WS-MSG-UNREAD
           MOVE 'Y' TO WS-MSG-SHOW-READ
           PERFORM DISPLAY-INBOX-PASS

           IF WS-MSG-COUNT = 0
               MOVE "Your inbox is empty." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-IF

           *>Only after both passes have been shown do the unread rows
           *>flip to read, so nothing is listed twice in one visit.
           IF WS-MSG-UNREAD > 0
               PERFORM MARK-MESSAGES-READ
           END-IF
           IF WS-IB-COUNT > 0
               PERFORM INBOX-MESSAGE-ACTION
           END-IF
           MOVE "------------------" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       FIND-NEXT-MSG-ID.
           *>Highest id on file plus one, found the same way the job
           *>board finds its next Job ID.
           MOVE 0 TO WS-NEXT-MSG-ID
           MOVE 'N' TO EOF-MESSAGES
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-STATUS = "00"
              PERFORM UNTIL EOF-MESSAGES = 'Y'
                  READ MESSAGE-FILE NEXT RECORD
                      AT END MOVE 'Y' TO EOF-MESSAGES
                      NOT AT END
                          IF MS-MSG-ID > WS-NEXT-MSG-ID
                              MOVE MS-MSG-ID TO WS-NEXT-MSG-ID
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE MESSAGE-FILE
           ADD 1 TO WS-NEXT-MSG-ID.

       DISPLAY-INBOX-PASS.
           *>START on the recipient alternate key, then read forward
               WHEN 'S' MOVE "[SYSTEM] From" TO WS-MSG-TAG
               WHEN OTHER MOVE "From" TO WS-MSG-TAG
           END-EVALUATE
           *>Numbered so one can be picked for a report or a block;
           *>the first 50 shown are remembered for that.
           IF WS-IB-COUNT < 50
               ADD 1 TO WS-IB-COUNT
               MOVE MS-MSG-ID TO WS-IB-MSG-ID(WS-IB-COUNT)
               MOVE MS-SENDER TO WS-IB-SENDER(WS-IB-COUNT)
               MOVE MS-MSG-TYPE TO WS-IB-TYPE(WS-IB-COUNT)
               MOVE MS-BODY TO WS-IB-EXCERPT(WS-IB-COUNT)
           END-IF
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF MS-READ-FLAG = 'N'
               STRING WS-MSG-COUNT DELIMITED BY SIZE
                      ". [NEW] " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSG-TAG) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(MS-SENDER) DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
           ELSE
               STRING WS-MSG-COUNT DELIMITED BY SIZE
                      ". [read] " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MSG-TAG) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(MS-SENDER) DELIMITED BY SIZE
           IF WS-JOB-FOUND = 'N'
               MOVE "No open listings right now." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           ELSE
               PERFORM OFFER-REPORT-LISTING
           END-IF.

       OFFER-REPORT-LISTING.
           *>A listing that looks fraudulent or abusive can be sent to
           *>the moderation queue straight from the board.
           DISPLAY "Enter a Job ID to report that listing, or 0 to go back: " WITH NO ADVANCING
           ACCEPT WS-JOB-ID-INPUT
           MOVE FUNCTION NUMVAL(WS-JOB-ID-INPUT) TO WS-JOB-ID
           IF WS-JOB-ID = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-JOB-BY-ID
           IF WS-JOB-FOUND = 'N'
               MOVE "No listing has that Job ID." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           IF JB-POSTER = PF-USERNAME
               MOVE "You cannot report your own listing." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           MOVE 'J' TO WS-RP-KIND
           MOVE JB-JOB-ID TO WS-RP-TARGET
           MOVE JB-POSTER TO WS-RP-OFFENDER
           MOVE SPACES TO WS-RP-EXCERPT
           STRING FUNCTION TRIM(JB-TITLE) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(JB-COMPANY) DELIMITED BY SIZE
                  INTO WS-RP-EXCERPT
           END-STRING
           PERFORM FILE-ABUSE-REPORT.

       DISPLAY-JOB-LISTING.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "#" DELIMITED BY SIZE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter a Job ID to manage (close/fill/applicant status/interviews), or 0: " WITH NO ADVANCING
           ACCEPT WS-JOB-ID-INPUT
           MOVE FUNCTION NUMVAL(WS-JOB-ID-INPUT) TO WS-JOB-ID
           IF WS-JOB-ID > 0

       LIST-APPLICANTS-FOR-JOB.
           MOVE 'Y' TO WS-JOB-FOUND
           MOVE 0 TO WS-RS-APP-COUNT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "#" DELIMITED BY SIZE
                  JB-JOB-ID DELIMITED BY SIZE
           EVALUATE JB-STATUS
               WHEN 'C' MOVE "    (closed)" TO WS-DISPLAY-MESSAGE
               WHEN 'F' MOVE "    (filled)" TO WS-DISPLAY-MESSAGE
               WHEN 'X' MOVE "    (removed by a moderator)" TO WS-DISPLAY-MESSAGE
               WHEN OTHER MOVE "    (open)" TO WS-DISPLAY-MESSAGE
           END-EVALUATE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
                              END-STRING
                              PERFORM WRITE-OUTPUT-AND-DISPLAY
                              PERFORM SHOW-APPLICANT-SKILL-MATCH
                              PERFORM SHOW-APPLICATION-INTERVIEWS
                              ADD 1 TO WS-RS-APP-COUNT
                          END-IF
              END-READ
              END-PERFORM
           END-IF
           CLOSE APPLICATION-FILE

           IF WS-RS-APP-COUNT > 0
               PERFORM OFFER-APPLICANT-RESUME
           END-IF.

       SHOW-APPLICANT-SKILL-MATCH.
           *>Tells the poster whether this applicant actually holds
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
           END-IF
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           *>Held is the quiz; endorsed means at least one connection
           *>has vouched for the skill as well.
           MOVE 0 TO WS-EN-REQ-ENDORSED
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAT-COUNT
               IF JB-REQ-SKILLS(WS-K:1) = 'Y'
                  AND WS-USER-SKILL-FLAGS(WS-K:1) = 'Y'
                   MOVE AP-APPLICANT TO WS-EN-USER
                   MOVE WS-CATALOG-SKILL(WS-K) TO WS-EN-SKILL
                   PERFORM COUNT-SKILL-ENDORSEMENTS
                   IF WS-EN-COUNT > 0
                       ADD 1 TO WS-EN-REQ-ENDORSED
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "      " DELIMITED BY SIZE
                  WS-EN-REQ-ENDORSED DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-REQ-COUNT DELIMITED BY SIZE
                  " required skill(s) endorsed by connections" DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       MANAGE-JOB-POSTING.
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "3. Set an Applicant's Status" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "4. Offer Interview Slots" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "5. Record an Interview as Held" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "6. Back" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           DISPLAY "Enter your choice (1-6): " WITH NO ADVANCING
           ACCEPT WS-MANAGE-CHOICE

           EVALUATE WS-MANAGE-CHOICE
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
               WHEN '3'
                   PERFORM SET-APPLICANT-STATUS
               WHEN '4'
                   PERFORM OFFER-INTERVIEW-SLOTS
               WHEN '5'
                   PERFORM RECORD-INTERVIEW-HELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               END-STRING
               PERFORM WRITE-AUDIT-ENTRY
               PERFORM SEND-STATUS-NOTICE
               *>Reviewed and Accepted are the points where an
               *>interview usually follows, so the slots can be offered
               *>right here instead of a second trip through the menu.
               IF WS-APP-NEW-STATUS = 'R' OR WS-APP-NEW-STATUS = 'A'
                   DISPLAY "Offer interview slots to this applicant now? (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-INPUT-LINE
                   IF FUNCTION UPPER-CASE(WS-INPUT-LINE(1:1)) = 'Y'
                       PERFORM ENTER-INTERVIEW-SLOTS
                   END-IF
               END-IF
           ELSE
               MOVE "No application from that user on this listing." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
       VIEW-MY-APPLICATIONS.
           MOVE "--- My Applications ---" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE 0 TO WS-IV-OPEN-COUNT
           MOVE 'N' TO WS-NAME-FOUND
           MOVE 'N' TO EOF-APPLICATIONS
           OPEN INPUT APPLICATION-FILE
           IF WS-NAME-FOUND = 'N'
               MOVE "You have not applied to any listings yet." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           IF WS-IV-OPEN-COUNT > 0
               DISPLAY "Enter a Job ID to answer its interview slots, or 0: " WITH NO ADVANCING
               ACCEPT WS-JOB-ID-INPUT
               MOVE FUNCTION NUMVAL(WS-JOB-ID-INPUT) TO WS-JOB-ID
               IF WS-JOB-ID > 0
                   PERFORM RESPOND-TO-INTERVIEW-SLOTS
               END-IF
           END-IF.

       DISPLAY-ONE-APPLICATION.
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
           END-IF
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           PERFORM SHOW-APPLICATION-INTERVIEWS.

       SHOW-APPLICATION-INTERVIEWS.
           *>Lists the interview slots on the application in AP-JOB-ID /
           *>AP-APPLICANT for whichever side is looking - the employer
           *>under each applicant, the student under each application -
           *>and counts the slots still waiting on the student's answer.
           *>Withdrawn slots are history only and are not shown.
           MOVE 'N' TO EOF-INTERVIEWS
           OPEN INPUT INTERVIEW-FILE
           IF WS-INT-STATUS = "00"
              MOVE AP-APPLICANT TO IV-APPLICANT
              START INTERVIEW-FILE KEY IS = IV-APPLICANT
                  INVALID KEY
                      MOVE 'Y' TO EOF-INTERVIEWS
              END-START
              PERFORM UNTIL EOF-INTERVIEWS = 'Y'
                  READ INTERVIEW-FILE NEXT RECORD
                      AT END MOVE 'Y' TO EOF-INTERVIEWS
                      NOT AT END
                          IF IV-APPLICANT NOT = AP-APPLICANT
                              MOVE 'Y' TO EOF-INTERVIEWS
                          ELSE
                              IF IV-JOB-ID = AP-JOB-ID AND IV-STATUS NOT = 'W'
                                  PERFORM DISPLAY-ONE-INTERVIEW
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE INTERVIEW-FILE.

       DISPLAY-ONE-INTERVIEW.
           PERFORM SET-INTERVIEW-STATUS-WORD
           IF IV-STATUS = 'O'
               ADD 1 TO WS-IV-OPEN-COUNT
           END-IF
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "      Interview slot: " DELIMITED BY SIZE
                  IV-SLOT-DATE DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  IV-SLOT-TIME DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IV-STATUS-WORD) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY.

       SET-INTERVIEW-STATUS-WORD.
           EVALUATE IV-STATUS
               WHEN 'O' MOVE "offered" TO WS-IV-STATUS-WORD
               WHEN 'C' MOVE "confirmed" TO WS-IV-STATUS-WORD
               WHEN 'D' MOVE "declined" TO WS-IV-STATUS-WORD
               WHEN 'H' MOVE "held" TO WS-IV-STATUS-WORD
               WHEN OTHER MOVE "withdrawn" TO WS-IV-STATUS-WORD
           END-EVALUATE.

       FIND-NEXT-INT-ID.
           *>Highest interview id on file plus one, the same way
           *>FIND-NEXT-MSG-ID numbers messages.
           MOVE 0 TO WS-NEXT-INT-ID
           MOVE 'N' TO EOF-INTERVIEWS
           OPEN INPUT INTERVIEW-FILE
           IF WS-INT-STATUS = "00"
              PERFORM UNTIL EOF-INTERVIEWS = 'Y'
                  READ INTERVIEW-FILE NEXT RECORD
                      AT END MOVE 'Y' TO EOF-INTERVIEWS
                      NOT AT END
                          IF IV-INT-ID > WS-NEXT-INT-ID
                              MOVE IV-INT-ID TO WS-NEXT-INT-ID
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE INTERVIEW-FILE
           ADD 1 TO WS-NEXT-INT-ID.

       OFFER-INTERVIEW-SLOTS.
           *>Slots are only offered on an application the employer has
           *>already moved to Reviewed or Accepted on this listing.
           DISPLAY "Applicant username: " WITH NO ADVANCING
           ACCEPT WS-APP-TARGET
           PERFORM FIND-TARGET-APPLICATION
           IF WS-NAME-FOUND = 'N'
               MOVE "No application from that user on this listing." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           IF WS-IV-APP-STATUS NOT = 'R' AND WS-IV-APP-STATUS NOT = 'A'
               MOVE "Set the application to Reviewed or Accepted before offering interview slots." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           PERFORM ENTER-INTERVIEW-SLOTS.

       FIND-TARGET-APPLICATION.
           MOVE 'N' TO WS-NAME-FOUND
           MOVE SPACE TO WS-IV-APP-STATUS
           MOVE 'N' TO EOF-APPLICATIONS
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS = "00"
              PERFORM UNTIL EOF-APPLICATIONS = 'Y'
                  READ APPLICATION-FILE INTO APPLICATION-REC
                      AT END MOVE 'Y' TO EOF-APPLICATIONS
                      NOT AT END
                          PERFORM PARSE-APPLICATION-REC
                          IF AP-JOB-ID = WS-JOB-ID AND AP-APPLICANT = WS-APP-TARGET
                              MOVE 'Y' TO WS-NAME-FOUND
                              MOVE AP-STATUS TO WS-IV-APP-STATUS
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE APPLICATION-FILE.

       ENTER-INTERVIEW-SLOTS.
           *>Runs with WS-JOB-ID / WS-APP-TARGET naming the application
           *>and the posting fields still loaded by FIND-JOB-BY-ID from
           *>the management screen.
           PERFORM BUILD-TODAY-DATE
           PERFORM FIND-NEXT-INT-ID
           MOVE 0 TO WS-IV-SLOT-COUNT
           OPEN I-O INTERVIEW-FILE
           IF WS-INT-STATUS NOT = "00"
               CLOSE INTERVIEW-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               DISPLAY "Slot " WS-K " date (YYYY-MM-DD, blank to finish): " WITH NO ADVANCING
               ACCEPT WS-IV-DATE-IN
               IF FUNCTION TRIM(WS-IV-DATE-IN) = SPACES
                   EXIT PERFORM
               END-IF
               DISPLAY "Slot " WS-K " start time (HH:MM, 24-hour): " WITH NO ADVANCING
               ACCEPT WS-IV-TIME-IN
               PERFORM VALIDATE-SLOT-DATE-TIME
               IF WS-IV-VALID = 'N'
                   MOVE "That is not a valid future date and time - slot skipped." TO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-OUTPUT-AND-DISPLAY
               ELSE
                   MOVE WS-NEXT-INT-ID TO IV-INT-ID
                   MOVE WS-JOB-ID TO IV-JOB-ID
                   MOVE WS-APP-TARGET TO IV-APPLICANT
                   MOVE PF-USERNAME TO IV-EMPLOYER
                   MOVE WS-IV-DATE-IN TO IV-SLOT-DATE
                   MOVE WS-IV-TIME-IN TO IV-SLOT-TIME
                   MOVE 'O' TO IV-STATUS
                   WRITE INTERVIEW-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-IV-SLOT-COUNT
                           ADD 1 TO WS-NEXT-INT-ID
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE INTERVIEW-FILE

           IF WS-IV-SLOT-COUNT = 0
               MOVE "No interview slots were offered." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-IV-SLOT-COUNT DELIMITED BY SIZE
                  " interview slot(s) offered to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APP-TARGET) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           PERFORM WRITE-OUTPUT-AND-DISPLAY

           MOVE PF-USERNAME TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Offered interview slots to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APP-TARGET) DELIMITED BY SIZE
                  " for job " DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE WS-APP-TARGET TO WS-IV-NOTICE-TO
           MOVE SPACES TO WS-IV-NOTICE-TEXT
           STRING "Interview slot(s) offered for " DELIMITED BY SIZE
                  FUNCTION TRIM(JB-TITLE) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(JB-COMPANY) DELIMITED BY SIZE
                  " - confirm or decline them under My Applications." DELIMITED BY SIZE
                  INTO WS-IV-NOTICE-TEXT
           END-STRING
           PERFORM SEND-INTERVIEW-NOTICE.

       VALIDATE-SLOT-DATE-TIME.
           *>A slot must be a real calendar date in YYYY-MM-DD form, no
           *>earlier than today, with an HH:MM 24-hour start time.
           MOVE 'N' TO WS-IV-VALID
           IF WS-IV-DATE-IN(5:1) NOT = '-' OR WS-IV-DATE-IN(8:1) NOT = '-'
               EXIT PARAGRAPH
           END-IF
           IF WS-IV-DATE-IN(1:4) NOT NUMERIC
              OR WS-IV-DATE-IN(6:2) NOT NUMERIC
              OR WS-IV-DATE-IN(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING WS-IV-DATE-IN(1:4) DELIMITED BY SIZE
                  WS-IV-DATE-IN(6:2) DELIMITED BY SIZE
                  WS-IV-DATE-IN(9:2) DELIMITED BY SIZE
                  INTO WS-IV-YMD-X
           END-STRING
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-IV-YMD) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-IV-DATE-IN < WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-IV-TIME-IN(3:1) NOT = ':'
              OR WS-IV-TIME-IN(1:2) NOT NUMERIC
              OR WS-IV-TIME-IN(4:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-IV-TIME-IN(1:2) > "23" OR WS-IV-TIME-IN(4:2) > "59"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IV-VALID.

       RECORD-INTERVIEW-HELD.
           *>The employer marks a confirmed interview as held once it
           *>has taken place; the placement job counts it as a funnel
           *>stage from then on.
           DISPLAY "Applicant username: " WITH NO ADVANCING
           ACCEPT WS-APP-TARGET
           MOVE 'N' TO WS-IV-DONE
           MOVE 'N' TO EOF-INTERVIEWS
           OPEN I-O INTERVIEW-FILE
           IF WS-INT-STATUS = "00"
              MOVE WS-APP-TARGET TO IV-APPLICANT
              START INTERVIEW-FILE KEY IS = IV-APPLICANT
                  INVALID KEY
                      MOVE 'Y' TO EOF-INTERVIEWS
              END-START
              PERFORM UNTIL EOF-INTERVIEWS = 'Y'
                  READ INTERVIEW-FILE NEXT RECORD
                      AT END MOVE 'Y' TO EOF-INTERVIEWS
                      NOT AT END
                          IF IV-APPLICANT NOT = WS-APP-TARGET
                              MOVE 'Y' TO EOF-INTERVIEWS
                          ELSE
                              IF IV-JOB-ID = WS-JOB-ID AND IV-STATUS = 'C'
                                  MOVE 'H' TO IV-STATUS
                                  REWRITE INTERVIEW-REC
                                      INVALID KEY
                                          CONTINUE
                                  END-REWRITE
                                  MOVE 'Y' TO WS-IV-DONE
                                  MOVE 'Y' TO EOF-INTERVIEWS
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE INTERVIEW-FILE

           IF WS-IV-DONE = 'N'
               MOVE "No confirmed interview with that applicant on this listing." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE "Interview recorded as held." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE PF-USERNAME TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Recorded interview held with " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APP-TARGET) DELIMITED BY SIZE
                  " for job " DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       RESPOND-TO-INTERVIEW-SLOTS.
           *>The student picks one of the slots still on offer for the
           *>chosen application and confirms or declines it.
           PERFORM COLLECT-OFFERED-SLOTS
           IF WS-IV-COUNT = 0
               MOVE "No interview slots are waiting on an answer for that Job ID." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-IV-COUNT
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING WS-K DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      IVT-DATE(WS-K) DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      IVT-TIME(WS-K) DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               PERFORM WRITE-OUTPUT-AND-DISPLAY
           END-PERFORM
           DISPLAY "Enter a slot number, or 0 to go back: " WITH NO ADVANCING
           ACCEPT WS-JOB-ID-INPUT
           MOVE FUNCTION NUMVAL(WS-JOB-ID-INPUT) TO WS-IV-CHOICE
           IF WS-IV-CHOICE = 0 OR WS-IV-CHOICE > WS-IV-COUNT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "1. Confirm  2. Decline  (anything else goes back): " WITH NO ADVANCING
           ACCEPT WS-MANAGE-CHOICE

           EVALUATE WS-MANAGE-CHOICE
               WHEN '1'
                   PERFORM CHECK-INTERVIEW-CONFLICT
                   IF WS-IV-CONFLICT = 'Y'
                       MOVE "You already have a confirmed interview at that date and time - slot not confirmed." TO WS-DISPLAY-MESSAGE
                       PERFORM WRITE-OUTPUT-AND-DISPLAY
                   ELSE
                       PERFORM CONFIRM-INTERVIEW-SLOT
                   END-IF
               WHEN '2'
                   PERFORM DECLINE-INTERVIEW-SLOT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COLLECT-OFFERED-SLOTS.
           MOVE 0 TO WS-IV-COUNT
           MOVE 'N' TO EOF-INTERVIEWS
           OPEN INPUT INTERVIEW-FILE
           IF WS-INT-STATUS = "00"
              MOVE PF-USERNAME TO IV-APPLICANT
              START INTERVIEW-FILE KEY IS = IV-APPLICANT
                  INVALID KEY
                      MOVE 'Y' TO EOF-INTERVIEWS
              END-START
              PERFORM UNTIL EOF-INTERVIEWS = 'Y'
                  READ INTERVIEW-FILE NEXT RECORD
                      AT END MOVE 'Y' TO EOF-INTERVIEWS
                      NOT AT END
                          IF IV-APPLICANT NOT = PF-USERNAME
                              MOVE 'Y' TO EOF-INTERVIEWS
                          ELSE
                              IF IV-JOB-ID = WS-JOB-ID AND IV-STATUS = 'O'
                                 AND WS-IV-COUNT < 10
                                  ADD 1 TO WS-IV-COUNT
                                  MOVE IV-INT-ID TO IVT-INT-ID(WS-IV-COUNT)
                                  MOVE IV-SLOT-DATE TO IVT-DATE(WS-IV-COUNT)
                                  MOVE IV-SLOT-TIME TO IVT-TIME(WS-IV-COUNT)
                                  MOVE IV-EMPLOYER TO IVT-EMPLOYER(WS-IV-COUNT)
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE INTERVIEW-FILE.

       CHECK-INTERVIEW-CONFLICT.
           *>A student may not hold two confirmed (or already held)
           *>interviews at the same date and start time, whichever
           *>employers offered them.
           MOVE 'N' TO WS-IV-CONFLICT
           MOVE 'N' TO EOF-INTERVIEWS
           OPEN INPUT INTERVIEW-FILE
           IF WS-INT-STATUS = "00"
              MOVE PF-USERNAME TO IV-APPLICANT
              START INTERVIEW-FILE KEY IS = IV-APPLICANT
                  INVALID KEY
                      MOVE 'Y' TO EOF-INTERVIEWS
              END-START
              PERFORM UNTIL EOF-INTERVIEWS = 'Y'
                  READ INTERVIEW-FILE NEXT RECORD
                      AT END MOVE 'Y' TO EOF-INTERVIEWS
                      NOT AT END
                          IF IV-APPLICANT NOT = PF-USERNAME
                              MOVE 'Y' TO EOF-INTERVIEWS
                          ELSE
                              IF (IV-STATUS = 'C' OR IV-STATUS = 'H')
                                 AND IV-SLOT-DATE = IVT-DATE(WS-IV-CHOICE)
                                 AND IV-SLOT-TIME = IVT-TIME(WS-IV-CHOICE)
                                  MOVE 'Y' TO WS-IV-CONFLICT
                                  MOVE 'Y' TO EOF-INTERVIEWS
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE INTERVIEW-FILE.

       CONFIRM-INTERVIEW-SLOT.
           *>The chosen slot becomes confirmed and every other slot
           *>still on offer for the same application is withdrawn, so
           *>an application never carries two live bookings.
           MOVE 'N' TO WS-IV-DONE
           OPEN I-O INTERVIEW-FILE
           IF WS-INT-STATUS NOT = "00"
               CLOSE INTERVIEW-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE IVT-INT-ID(WS-IV-CHOICE) TO IV-INT-ID
           READ INTERVIEW-FILE KEY IS IV-INT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IV-STATUS = 'O'
                       MOVE 'C' TO IV-STATUS
                       REWRITE INTERVIEW-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-IV-DONE
                       END-REWRITE
                   END-IF
           END-READ
           IF WS-IV-DONE = 'Y'
              MOVE 'N' TO EOF-INTERVIEWS
              MOVE PF-USERNAME TO IV-APPLICANT
              START INTERVIEW-FILE KEY IS = IV-APPLICANT
                  INVALID KEY
                      MOVE 'Y' TO EOF-INTERVIEWS
              END-START
              PERFORM UNTIL EOF-INTERVIEWS = 'Y'
                  READ INTERVIEW-FILE NEXT RECORD
                      AT END MOVE 'Y' TO EOF-INTERVIEWS
                      NOT AT END
                          IF IV-APPLICANT NOT = PF-USERNAME
                              MOVE 'Y' TO EOF-INTERVIEWS
                          ELSE
                              IF IV-JOB-ID = WS-JOB-ID AND IV-STATUS = 'O'
                                  MOVE 'W' TO IV-STATUS
                                  REWRITE INTERVIEW-REC
                                      INVALID KEY
                                          CONTINUE
                                  END-REWRITE
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE INTERVIEW-FILE

           IF WS-IV-DONE = 'N'
               MOVE "That slot is no longer on offer." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE "Interview confirmed." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "confirmed" TO WS-IV-STATUS-WORD
           PERFORM REPORT-SLOT-ANSWER.

       DECLINE-INTERVIEW-SLOT.
           MOVE 'N' TO WS-IV-DONE
           OPEN I-O INTERVIEW-FILE
           IF WS-INT-STATUS = "00"
               MOVE IVT-INT-ID(WS-IV-CHOICE) TO IV-INT-ID
               READ INTERVIEW-FILE KEY IS IV-INT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IV-STATUS = 'O'
                           MOVE 'D' TO IV-STATUS
                           REWRITE INTERVIEW-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-IV-DONE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
           CLOSE INTERVIEW-FILE

           IF WS-IV-DONE = 'N'
               MOVE "That slot is no longer on offer." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-OUTPUT-AND-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE "Interview slot declined." TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-OUTPUT-AND-DISPLAY
           MOVE "declined" TO WS-IV-STATUS-WORD
           PERFORM REPORT-SLOT-ANSWER.

       REPORT-SLOT-ANSWER.
           *>Audits the student's answer and drops a system notice in
           *>the offering employer's inbox, the counterpart of the
           *>notice the student received when the slots were offered.
           PERFORM FIND-JOB-BY-ID
           MOVE PF-USERNAME TO WS-AUDIT-USERNAME
           MOVE SPACES TO WS-AUDIT-ACTION
           STRING "Interview " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IV-STATUS-WORD) DELIMITED BY SIZE
                  " for job " DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  IVT-DATE(WS-IV-CHOICE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IVT-TIME(WS-IV-CHOICE) DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY

           MOVE IVT-EMPLOYER(WS-IV-CHOICE) TO WS-IV-NOTICE-TO
           MOVE SPACES TO WS-IV-NOTICE-TEXT
           STRING FUNCTION TRIM(PF-USERNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IV-STATUS-WORD) DELIMITED BY SIZE
                  " the interview for " DELIMITED BY SIZE
                  FUNCTION TRIM(JB-TITLE) DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  IVT-DATE(WS-IV-CHOICE) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  IVT-TIME(WS-IV-CHOICE) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-IV-NOTICE-TEXT
           END-STRING
           PERFORM SEND-INTERVIEW-NOTICE.

       SEND-INTERVIEW-NOTICE.
           *>Written directly as a system notice, the same way
           *>SEND-STATUS-NOTICE reaches an applicant the employer is
           *>not connected to.
           PERFORM FIND-NEXT-MSG-ID
           OPEN I-O MESSAGE-FILE
           IF WS-MSG-STATUS NOT = "00"
               CLOSE MESSAGE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-MSG-ID TO MS-MSG-ID
           MOVE PF-USERNAME TO MS-SENDER
           MOVE WS-IV-NOTICE-TO TO MS-RECIPIENT
           MOVE 'N' TO MS-READ-FLAG
           PERFORM BUILD-CURRENT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP TO MS-SENT-TIME
           MOVE WS-IV-NOTICE-TEXT TO MS-BODY
           MOVE 'S' TO MS-MSG-TYPE
           WRITE MESSAGE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE MESSAGE-FILE.

       LEARN-SKILL-OPTION.
           *>Menu numbers are the skill's catalog position, so they
           *>stay stable as skills are added and match the numbers the
