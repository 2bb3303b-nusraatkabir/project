*> InCollege dormant-account job: finds accounts nobody has logged in
*> to for a long time, warns them, and suspends the ones that stay
*> idle. The interactive system stamps USR-LAST-LOGIN on every good
*> login; an account with no date yet (created before the date was
*> kept, or onboarded and never used) has its idle clock started at
*> today on the first run that sees it. An active account idle for
*> DORMANTDAYS days or more (incollege.cfg, default 365; 0 turns
*> warnings and suspensions off) gets a system notice in messages.dat
*> and is marked warned. A warned account that is still idle
*> DORMANTGRACE days (default 30) after its warning is suspended, and
*> VALIDATE-LOGIN refuses it until an administrator reinstates it from
*> the administrator menu; logging in during the grace period clears
*> the warning. Each warning and suspension is written to the
*> persistent audit log under the account's own name. The run prints a
*> dormancy report, also written to Dormancy-Report.txt, broken out by
*> account type and by the university on the account's profile,
*> matched against universities.dat so the spellings of one school are
*> counted under its official name. The run stops with return code 8,
*> changing nothing, if users.dat, profiles.dat or messages.dat cannot
*> be opened. Run standalone (no user interaction) from the nightly
*> driver or on demand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANCY-CHECK.
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

           SELECT MESSAGE-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-MSG-ID
               ALTERNATE RECORD KEY IS MS-RECIPIENT WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "Dormancy-Report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT UNIVERSITY-FILE ASSIGN TO "universities.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UV-CODE
               FILE STATUS IS WS-UNIV-STATUS.

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

       FD  MESSAGE-FILE.
       01  MESSAGE-REC.
           05 MS-MSG-ID       PIC 9(9).
           05 MS-SENDER       PIC X(20).
           05 MS-RECIPIENT    PIC X(20).
           05 MS-READ-FLAG    PIC X.
           05 MS-SENT-TIME    PIC X(19).
           05 MS-BODY         PIC X(200).
           05 MS-MSG-TYPE     PIC X.

       FD  OUTPUT-FILE.
       01  OUT-REC            PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE        PIC X(100).

       *>University reference table, maintained from the administrator
       *>menu of the interactive system.
       FD  UNIVERSITY-FILE.
       01  UNIV-REC.
           05 UV-CODE            PIC X(8).
           05 UV-NAME            PIC X(50).
           05 UV-ALIAS           PIC X(50) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS   PIC XX VALUE SPACES.
       01  WS-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-PROF-STATUS     PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-OUT-STATUS      PIC XX VALUE SPACES.
       01  WS-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-UNIV-STATUS     PIC XX VALUE SPACES.

       01  WS-CONFIG-KEY      PIC X(20).
       01  WS-CONFIG-VALUE    PIC X(20).
       01  WS-DORMANT-DAYS    PIC 9(5) VALUE 365.
       01  WS-GRACE-DAYS      PIC 9(5) VALUE 30.

       01  WS-DISPLAY-MESSAGE PIC X(120).
       01  EOF-FLAG           PIC X VALUE 'N'.
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-TODAY-DATE      PIC X(10).
       01  WS-AUDIT-TIMESTAMP PIC X(19).
       01  WS-AUDIT-LINE      PIC X(100).
       01  WS-AUDIT-USERNAME  PIC X(20).
       01  WS-AUDIT-ACTION    PIC X(50).

       *>Cutoffs as ISO dates, so the idle tests are plain text
       *>compares against the stored dates, the way the message purge
       *>compares sent dates. A last login on or before the idle
       *>cutoff is dormant; a warning on or before the grace cutoff
       *>has run out.
       01  WS-IDLE-CUTOFF     PIC X(10) VALUE SPACES.
       01  WS-GRACE-CUTOFF    PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT       PIC 9(8).
       01  WS-CUTOFF-INT      PIC 9(8).
       01  WS-CUTOFF-YMD      PIC 9(8).
       01  WS-CUTOFF-YMD-X REDEFINES WS-CUTOFF-YMD PIC X(8).
       01  WS-CUTOFF-DAYS     PIC 9(5).
       01  WS-CUTOFF-DATE     PIC X(10).

       01  WS-NEXT-MSG-ID     PIC 9(9) VALUE 0.
       01  WS-GRACE-DISP      PIC ZZZZ9.
       01  WS-REC-USERNAME    PIC X(20).
       01  WS-REC-FIRST       PIC X(30).
       01  WS-REC-LAST        PIC X(30).
       01  WS-REC-UNIVERSITY  PIC X(50).

       *>One row per account type and university seen on the night.
       *>Accounts with no profile, or a profile with no university,
       *>are grouped under their own label rather than dropped.
       01  WS-DM-TABLE.
           05 WS-DM-ENTRY OCCURS 200 TIMES.
              10 WS-DM-TYPE       PIC X.
              10 WS-DM-UNIV       PIC X(50).
              10 WS-DM-ACCOUNTS   PIC 9(5) COMP.
              10 WS-DM-ACTIVE     PIC 9(5) COMP.
              10 WS-DM-WARNED     PIC 9(5) COMP.
              10 WS-DM-SUSPENDED  PIC 9(5) COMP.
              10 WS-DM-NEW-WARN   PIC 9(5) COMP.
              10 WS-DM-NEW-SUSP   PIC 9(5) COMP.
       01  WS-DM-COUNT        PIC 9(4) VALUE 0.
       01  WS-DM-I            PIC 9(4).
       01  WS-DM-FOUND        PIC 9(4).
       01  WS-DM-TYPE-CODE    PIC X.
       01  WS-DM-UNIV-KEY     PIC X(50).
       01  WS-DM-PASS         PIC 9.
       01  WS-DM-NEW-WARN-FLAG PIC X.
       01  WS-DM-NEW-SUSP-FLAG PIC X.

       *>The university reference table held in memory for the run, so
       *>the spellings students typed group under the official name
       *>the way the management report groups them.
       01  WS-UT-COUNT           PIC 9(4) VALUE 0.
       01  WS-REF-UNIV-TABLE.
           05 WS-UT-ENTRY OCCURS 500 TIMES PIC X(308).
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

       01  WS-DM-SUB-TOTALS.
           05 WS-DM-SUB-ACCOUNTS   PIC 9(5).
           05 WS-DM-SUB-ACTIVE     PIC 9(5).
           05 WS-DM-SUB-WARNED     PIC 9(5).
           05 WS-DM-SUB-SUSPENDED  PIC 9(5).
           05 WS-DM-SUB-NEW-WARN   PIC 9(5).
           05 WS-DM-SUB-NEW-SUSP   PIC 9(5).

       01  WS-DM-DETAIL.
           05 WS-DD-UNIV          PIC X(50).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DD-ACCOUNTS      PIC ZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DD-ACTIVE        PIC ZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DD-WARNED        PIC ZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DD-SUSPENDED     PIC ZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DD-NEW-WARN      PIC ZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DD-NEW-SUSP      PIC ZZZZZ9.
       01  WS-DM-HEADING          PIC X(98) VALUE
           "University                                           Accts  Active  Warned Suspend NewWarn NewSusp".

       01  WS-USERS-READ      PIC 9(7) VALUE 0.
       01  WS-CLOCKS-STARTED  PIC 9(7) VALUE 0.
       01  WS-TOTAL-WARNED    PIC 9(7) VALUE 0.
       01  WS-TOTAL-SUSPENDED PIC 9(7) VALUE 0.
       01  WS-NOTICE-FAILED   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "===== InCollege Dormant Account Check =====" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           PERFORM BUILD-TODAY-DATE
           PERFORM LOAD-CONFIG
           PERFORM BUILD-CUTOFF-DATES
           PERFORM ENSURE-FILES
           PERFORM FIND-NEXT-MSG-ID
           PERFORM LOAD-REFERENCE-TABLES

           OPEN I-O USER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "users.dat could not be opened - dormancy check abandoned."
               CLOSE USER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "profiles.dat could not be opened - dormancy check abandoned."
               CLOSE PROFILE-FILE
               CLOSE USER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           *>Without the inbox no warning can be delivered, and an
           *>account must never be marked warned without one.
           OPEN I-O MESSAGE-FILE
           IF WS-MSG-STATUS NOT = "00"
               DISPLAY "messages.dat could not be opened - dormancy check abandoned."
               CLOSE MESSAGE-FILE
               CLOSE PROFILE-FILE
               CLOSE USER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           *>A failed open of the audit log only costs the audit
           *>lines; WRITE-AUDIT-ENTRY skips them.
           OPEN EXTEND OUTPUT-FILE
           PERFORM CHECK-ACCOUNTS
           PERFORM WRITE-RUN-AUDIT
           CLOSE OUTPUT-FILE
           CLOSE MESSAGE-FILE
           CLOSE PROFILE-FILE
           CLOSE USER-FILE

           PERFORM PRINT-REPORT
           PERFORM PRINT-SUMMARY
           STOP RUN.

       BUILD-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                  WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                  WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING.

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
                          IF FUNCTION TRIM(WS-CONFIG-KEY) = "DORMANTDAYS"
                              MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE) TO WS-DORMANT-DAYS
                          END-IF
                          IF FUNCTION TRIM(WS-CONFIG-KEY) = "DORMANTGRACE"
                              MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE) TO WS-GRACE-DAYS
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONFIG-FILE
           END-IF.

       BUILD-CUTOFF-DATES.
           *>A zero DORMANTDAYS leaves both cutoffs blank, which turns
           *>off warnings and suspensions; the run still starts idle
           *>clocks and prints the report.
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CURRENT-DATETIME(1:8))) TO WS-TODAY-INT
           IF WS-DORMANT-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DORMANT-DAYS TO WS-CUTOFF-DAYS
           PERFORM BUILD-ONE-CUTOFF
           MOVE WS-CUTOFF-DATE TO WS-IDLE-CUTOFF
           MOVE WS-GRACE-DAYS TO WS-CUTOFF-DAYS
           PERFORM BUILD-ONE-CUTOFF
           MOVE WS-CUTOFF-DATE TO WS-GRACE-CUTOFF.

       BUILD-ONE-CUTOFF.
           MOVE SPACES TO WS-CUTOFF-DATE
           IF WS-CUTOFF-DAYS NOT < WS-TODAY-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-CUTOFF-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT) TO WS-CUTOFF-YMD
           STRING WS-CUTOFF-YMD-X(1:4) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                  WS-CUTOFF-YMD-X(5:2) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                  WS-CUTOFF-YMD-X(7:2) DELIMITED BY SIZE
                  INTO WS-CUTOFF-DATE
           END-STRING.

       ENSURE-FILES.
           OPEN INPUT OUTPUT-FILE
           IF WS-OUT-STATUS = "35"
              OPEN OUTPUT OUTPUT-FILE
              CLOSE OUTPUT-FILE
           ELSE
              CLOSE OUTPUT-FILE
           END-IF

           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-STATUS = "35"
              OPEN OUTPUT MESSAGE-FILE
              CLOSE MESSAGE-FILE
           ELSE
              CLOSE MESSAGE-FILE
           END-IF.

       FIND-NEXT-MSG-ID.
           *>Highest id on file plus one, found the way the interactive
           *>system finds it; the run then numbers its own notices on
           *>from there.
           MOVE 0 TO WS-NEXT-MSG-ID
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-STATUS = "00"
              PERFORM UNTIL EOF-FLAG = 'Y'
                  READ MESSAGE-FILE NEXT RECORD
                      AT END MOVE 'Y' TO EOF-FLAG
                      NOT AT END
                          IF MS-MSG-ID > WS-NEXT-MSG-ID
                              MOVE MS-MSG-ID TO WS-NEXT-MSG-ID
                          END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE MESSAGE-FILE
           ADD 1 TO WS-NEXT-MSG-ID.

       CHECK-ACCOUNTS.
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-USERS-READ
           MOVE 'N' TO WS-DM-NEW-WARN-FLAG
           MOVE 'N' TO WS-DM-NEW-SUSP-FLAG

           IF USR-LAST-LOGIN = SPACES
               MOVE WS-TODAY-DATE TO USR-LAST-LOGIN
               REWRITE USER-REC
               ADD 1 TO WS-CLOCKS-STARTED
           END-IF

           IF WS-IDLE-CUTOFF NOT = SPACES
               EVALUATE USR-DORMANT
                   WHEN 'S'
                       CONTINUE
                   WHEN 'W'
                       IF WS-GRACE-CUTOFF NOT = SPACES
                          AND USR-DORMANT-DATE NOT > WS-GRACE-CUTOFF
                           PERFORM SUSPEND-ACCOUNT
                       END-IF
                   WHEN OTHER
                       IF USR-LAST-LOGIN NOT > WS-IDLE-CUTOFF
                           PERFORM WARN-ACCOUNT
                       END-IF
               END-EVALUATE
           END-IF

           PERFORM TALLY-ACCOUNT.

       WARN-ACCOUNT.
           *>The notice goes in first; an account is only marked warned
           *>once its warning is actually in the inbox, so the grace
           *>period never runs against a notice nobody received.
           MOVE WS-GRACE-DAYS TO WS-GRACE-DISP
           MOVE WS-NEXT-MSG-ID TO MS-MSG-ID
           MOVE "SYSTEM" TO MS-SENDER
           MOVE USR-USERNAME TO MS-RECIPIENT
           MOVE 'N' TO MS-READ-FLAG
           PERFORM BUILD-CURRENT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP TO MS-SENT-TIME
           MOVE SPACES TO MS-BODY
           STRING "Your InCollege account has not been used since " DELIMITED BY SIZE
                  USR-LAST-LOGIN DELIMITED BY SIZE
                  ". Log in within " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GRACE-DISP) DELIMITED BY SIZE
                  " day(s) or it will be suspended for inactivity." DELIMITED BY SIZE
                  INTO MS-BODY
           END-STRING
           MOVE 'S' TO MS-MSG-TYPE
           WRITE MESSAGE-REC
           IF WS-MSG-STATUS NOT = "00"
               ADD 1 TO WS-NOTICE-FAILED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-MSG-ID

           MOVE 'W' TO USR-DORMANT
           MOVE WS-TODAY-DATE TO USR-DORMANT-DATE
           REWRITE USER-REC
           ADD 1 TO WS-TOTAL-WARNED
           MOVE 'Y' TO WS-DM-NEW-WARN-FLAG

           MOVE USR-USERNAME TO WS-AUDIT-USERNAME
           MOVE "Dormancy warning sent" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY.

       SUSPEND-ACCOUNT.
           MOVE 'S' TO USR-DORMANT
           MOVE WS-TODAY-DATE TO USR-DORMANT-DATE
           REWRITE USER-REC
           ADD 1 TO WS-TOTAL-SUSPENDED
           MOVE 'Y' TO WS-DM-NEW-SUSP-FLAG

           MOVE USR-USERNAME TO WS-AUDIT-USERNAME
           MOVE "Account suspended for inactivity" TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY.

       TALLY-ACCOUNT.
           *>Only the university is wanted from the profile, so the
           *>unstring stops after the fourth field.
           IF USR-ACCT-TYPE = 'E'
               MOVE 'E' TO WS-DM-TYPE-CODE
           ELSE
               MOVE 'S' TO WS-DM-TYPE-CODE
           END-IF
           MOVE "(no university on file)" TO WS-DM-UNIV-KEY
           MOVE USR-USERNAME TO PR-USERNAME
           READ PROFILE-FILE KEY IS PR-USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-REC-UNIVERSITY
                   UNSTRING PROFILE-REC DELIMITED BY ","
                       INTO WS-REC-USERNAME
                            WS-REC-FIRST
                            WS-REC-LAST
                            WS-REC-UNIVERSITY
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-REC-UNIVERSITY) NOT = SPACES
                       MOVE WS-REC-UNIVERSITY TO WS-DM-UNIV-KEY
                       MOVE WS-REC-UNIVERSITY TO WS-REF-LOOKUP
                       PERFORM MATCH-REFERENCE-VALUE
                       IF WS-REF-MATCHED = 'Y'
                           MOVE WS-REF-OFFICIAL TO WS-DM-UNIV-KEY
                       END-IF
                   END-IF
           END-READ

           MOVE 0 TO WS-DM-FOUND
           PERFORM VARYING WS-DM-I FROM 1 BY 1
                   UNTIL WS-DM-I > WS-DM-COUNT OR WS-DM-FOUND > 0
               IF WS-DM-TYPE(WS-DM-I) = WS-DM-TYPE-CODE
                  AND WS-DM-UNIV(WS-DM-I) = WS-DM-UNIV-KEY
                   MOVE WS-DM-I TO WS-DM-FOUND
               END-IF
           END-PERFORM
           IF WS-DM-FOUND = 0
               IF WS-DM-COUNT >= 200
                   *>Sized generously, like the management report's
                   *>university table; past the cap the account is
                   *>still counted in the run totals.
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DM-COUNT
               MOVE WS-DM-COUNT TO WS-DM-FOUND
               MOVE WS-DM-TYPE-CODE TO WS-DM-TYPE(WS-DM-FOUND)
               MOVE WS-DM-UNIV-KEY TO WS-DM-UNIV(WS-DM-FOUND)
               MOVE 0 TO WS-DM-ACCOUNTS(WS-DM-FOUND)
               MOVE 0 TO WS-DM-ACTIVE(WS-DM-FOUND)
               MOVE 0 TO WS-DM-WARNED(WS-DM-FOUND)
               MOVE 0 TO WS-DM-SUSPENDED(WS-DM-FOUND)
               MOVE 0 TO WS-DM-NEW-WARN(WS-DM-FOUND)
               MOVE 0 TO WS-DM-NEW-SUSP(WS-DM-FOUND)
           END-IF

           ADD 1 TO WS-DM-ACCOUNTS(WS-DM-FOUND)
           EVALUATE USR-DORMANT
               WHEN 'W'
                   ADD 1 TO WS-DM-WARNED(WS-DM-FOUND)
               WHEN 'S'
                   ADD 1 TO WS-DM-SUSPENDED(WS-DM-FOUND)
               WHEN OTHER
                   ADD 1 TO WS-DM-ACTIVE(WS-DM-FOUND)
           END-EVALUATE
           IF WS-DM-NEW-WARN-FLAG = 'Y'
               ADD 1 TO WS-DM-NEW-WARN(WS-DM-FOUND)
           END-IF
           IF WS-DM-NEW-SUSP-FLAG = 'Y'
               ADD 1 TO WS-DM-NEW-SUSP(WS-DM-FOUND)
           END-IF.

       LOAD-REFERENCE-TABLES.
           *>A missing or empty table leaves the count at zero, and
           *>universities are then grouped as typed.
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
           CLOSE UNIVERSITY-FILE.

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
                   UNTIL WS-REF-I > WS-UT-COUNT OR WS-REF-MATCHED = 'Y'
               MOVE WS-UT-ENTRY(WS-REF-I) TO WS-REF-ENTRY
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
           STRING "Dormancy check warned " DELIMITED BY SIZE
                  WS-TOTAL-WARNED DELIMITED BY SIZE
                  " suspended " DELIMITED BY SIZE
                  WS-TOTAL-SUSPENDED DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM WRITE-AUDIT-ENTRY.

       PRINT-REPORT.
           *>Students first, then employers, each with a subtotal.
           OPEN OUTPUT REPORT-FILE
           MOVE "===== InCollege Dormancy Report =====" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-IDLE-CUTOFF = SPACES
               STRING "Run date " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      " - warnings and suspensions are off (DORMANTDAYS=0)" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "Run date " DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      " - idle since " DELIMITED BY SIZE
                      WS-IDLE-CUTOFF DELIMITED BY SIZE
                      " is warned (" DELIMITED BY SIZE
                      WS-DORMANT-DAYS DELIMITED BY SIZE
                      " days), suspended after " DELIMITED BY SIZE
                      WS-GRACE-DAYS DELIMITED BY SIZE
                      " more" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-DM-PASS FROM 1 BY 1 UNTIL WS-DM-PASS > 2
               IF WS-DM-PASS = 1
                   MOVE 'S' TO WS-DM-TYPE-CODE
                   MOVE "--- Student accounts ---" TO REPORT-LINE
               ELSE
                   MOVE 'E' TO WS-DM-TYPE-CODE
                   MOVE "--- Employer accounts ---" TO REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-TYPE-SECTION
           END-PERFORM

           MOVE "========================================" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE.

       PRINT-TYPE-SECTION.
           MOVE WS-DM-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           INITIALIZE WS-DM-SUB-TOTALS
           PERFORM VARYING WS-DM-I FROM 1 BY 1 UNTIL WS-DM-I > WS-DM-COUNT
               IF WS-DM-TYPE(WS-DM-I) = WS-DM-TYPE-CODE
                   MOVE WS-DM-UNIV(WS-DM-I) TO WS-DD-UNIV
                   MOVE WS-DM-ACCOUNTS(WS-DM-I) TO WS-DD-ACCOUNTS
                   MOVE WS-DM-ACTIVE(WS-DM-I) TO WS-DD-ACTIVE
                   MOVE WS-DM-WARNED(WS-DM-I) TO WS-DD-WARNED
                   MOVE WS-DM-SUSPENDED(WS-DM-I) TO WS-DD-SUSPENDED
                   MOVE WS-DM-NEW-WARN(WS-DM-I) TO WS-DD-NEW-WARN
                   MOVE WS-DM-NEW-SUSP(WS-DM-I) TO WS-DD-NEW-SUSP
                   MOVE WS-DM-DETAIL TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD WS-DM-ACCOUNTS(WS-DM-I) TO WS-DM-SUB-ACCOUNTS
                   ADD WS-DM-ACTIVE(WS-DM-I) TO WS-DM-SUB-ACTIVE
                   ADD WS-DM-WARNED(WS-DM-I) TO WS-DM-SUB-WARNED
                   ADD WS-DM-SUSPENDED(WS-DM-I) TO WS-DM-SUB-SUSPENDED
                   ADD WS-DM-NEW-WARN(WS-DM-I) TO WS-DM-SUB-NEW-WARN
                   ADD WS-DM-NEW-SUSP(WS-DM-I) TO WS-DM-SUB-NEW-SUSP
               END-IF
           END-PERFORM
           MOVE "  Total" TO WS-DD-UNIV
           MOVE WS-DM-SUB-ACCOUNTS TO WS-DD-ACCOUNTS
           MOVE WS-DM-SUB-ACTIVE TO WS-DD-ACTIVE
           MOVE WS-DM-SUB-WARNED TO WS-DD-WARNED
           MOVE WS-DM-SUB-SUSPENDED TO WS-DD-SUSPENDED
           MOVE WS-DM-SUB-NEW-WARN TO WS-DD-NEW-WARN
           MOVE WS-DM-SUB-NEW-SUSP TO WS-DD-NEW-SUSP
           MOVE WS-DM-DETAIL TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           MOVE SPACES TO REPORT-LINE.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Accounts: " DELIMITED BY SIZE
                  WS-USERS-READ DELIMITED BY SIZE
                  " read, " DELIMITED BY SIZE
                  WS-CLOCKS-STARTED DELIMITED BY SIZE
                  " idle clock(s) started, " DELIMITED BY SIZE
                  WS-TOTAL-WARNED DELIMITED BY SIZE
                  " warned, " DELIMITED BY SIZE
                  WS-TOTAL-SUSPENDED DELIMITED BY SIZE
                  " suspended" DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           IF WS-NOTICE-FAILED > 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING WS-NOTICE-FAILED DELIMITED BY SIZE
                      " warning notice(s) could not be written - those accounts were left unwarned" DELIMITED BY SIZE
                      INTO WS-DISPLAY-MESSAGE
               END-STRING
               DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE "=============================================" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).
