*> InCollege message retention job: moves messages that have already
*> been read and are older than their type's retention window out of
*> messages.dat into messages_archive.dat, so inboxes (and every pass
*> VIEW-INBOX makes over them) stop growing without limit. Each
*> message type keeps its own window in incollege.cfg, in days -
*> MSGKEEPP for personal messages (default 365), MSGKEEPA for cohort
*> announcements (default 90), and MSGKEEPS for system notices such as
*> application-status and interview notices (default 90); a window of
*> 0 keeps that type forever. Unread messages are never purged,
*> whatever their age. messages.dat is keyed, so purged rows are
*> deleted in place; each is appended to the archive before it is
*> deleted, so an interrupted run can at worst leave a message in both
*> files, never in neither. The run prints a summary by message type
*> and writes one audit line per type to the same persistent log the
*> other batch jobs use. Run standalone (no user interaction) from the
*> nightly driver or on demand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESSAGE-PURGE.
       AUTHOR. STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "incollege.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT MESSAGE-FILE ASSIGN TO "messages.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-MSG-ID
               ALTERNATE RECORD KEY IS MS-RECIPIENT WITH DUPLICATES
               FILE STATUS IS WS-MSG-STATUS.

           SELECT MSG-ARCH-FILE ASSIGN TO "messages_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCH-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-REC         PIC X(80).

       FD  MESSAGE-FILE.
       01  MESSAGE-REC.
           05 MS-MSG-ID       PIC 9(9).
           05 MS-SENDER       PIC X(20).
           05 MS-RECIPIENT    PIC X(20).
           05 MS-READ-FLAG    PIC X.
           05 MS-SENT-TIME    PIC X(19).
           05 MS-BODY         PIC X(200).
           05 MS-MSG-TYPE     PIC X.

       *>The purged message whole, in its live layout, behind the
       *>date it was archived, so a message can be found again (or
       *>written back by key) without any parsing.
       FD  MSG-ARCH-FILE.
       01  MARCH-REC.
           05 MA-ARCHIVED-ON  PIC X(10).
           05 MA-MESSAGE      PIC X(270).

       FD  OUTPUT-FILE.
       01  OUT-REC            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS   PIC XX VALUE SPACES.
       01  WS-MSG-STATUS      PIC XX VALUE SPACES.
       01  WS-MARCH-STATUS    PIC XX VALUE SPACES.
       01  WS-OUT-STATUS      PIC XX VALUE SPACES.

       01  WS-CONFIG-KEY      PIC X(20).
       01  WS-CONFIG-VALUE    PIC X(20).

       01  WS-DISPLAY-MESSAGE PIC X(120).
       01  EOF-FLAG           PIC X VALUE 'N'.
       01  WS-CURRENT-DATETIME PIC X(21).
       01  WS-TODAY-DATE      PIC X(10).
       01  WS-AUDIT-TIMESTAMP PIC X(19).
       01  WS-AUDIT-LINE      PIC X(100).
       01  WS-AUDIT-USERNAME  PIC X(20).
       01  WS-AUDIT-ACTION    PIC X(50).

       *>One row per message type: the type code, its config key and
       *>report label, the retention window in days, the cutoff date
       *>built from it (a read message sent before the cutoff is
       *>purged), and the run's counts.
       01  WS-TYPE-TABLE.
           05 FILLER PIC X(25) VALUE "PMSGKEEPPpersonal".
           05 FILLER PIC X(25) VALUE "AMSGKEEPAannouncement".
           05 FILLER PIC X(25) VALUE "SMSGKEEPSsystem notice".
       01  WS-TYPE-TABLE-R REDEFINES WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 3 TIMES.
              10 WS-TY-CODE      PIC X.
              10 WS-TY-KEY       PIC X(8).
              10 WS-TY-LABEL     PIC X(16).
       01  WS-TYPE-WINDOWS.
           05 WS-TYPE-WINDOW OCCURS 3 TIMES.
              10 WS-TY-KEEP-DAYS PIC 9(5).
              10 WS-TY-CUTOFF    PIC X(10).
              10 WS-TY-READ      PIC 9(7).
              10 WS-TY-PURGED    PIC 9(7).
       01  WS-TX              PIC 9.

       01  WS-TODAY-INT       PIC 9(8).
       01  WS-CUTOFF-INT      PIC 9(8).
       01  WS-CUTOFF-YMD      PIC 9(8).
       01  WS-CUTOFF-YMD-X REDEFINES WS-CUTOFF-YMD PIC X(8).

       01  WS-TOTAL-READ      PIC 9(7) VALUE 0.
       01  WS-TOTAL-PURGED    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "===== InCollege Message Retention Purge =====" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           PERFORM BUILD-TODAY-DATE
           PERFORM LOAD-CONFIG
           PERFORM BUILD-CUTOFF-DATES
           PERFORM ENSURE-ARCHIVE-FILE

           OPEN I-O MESSAGE-FILE
           IF WS-MSG-STATUS NOT = "00"
               DISPLAY "messages.dat could not be opened - purge abandoned."
               CLOSE MESSAGE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MSG-ARCH-FILE
           PERFORM PURGE-MESSAGES
           CLOSE MSG-ARCH-FILE
           CLOSE MESSAGE-FILE

           PERFORM WRITE-PURGE-AUDIT
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
           MOVE 365 TO WS-TY-KEEP-DAYS(1)
           MOVE 90 TO WS-TY-KEEP-DAYS(2)
           MOVE 90 TO WS-TY-KEEP-DAYS(3)
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
                          PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3
                              IF FUNCTION TRIM(WS-CONFIG-KEY) = WS-TY-KEY(WS-TX)
                                  MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                                      TO WS-TY-KEEP-DAYS(WS-TX)
                              END-IF
                          END-PERFORM
                  END-READ
              END-PERFORM
              CLOSE CONFIG-FILE
           END-IF.

       BUILD-CUTOFF-DATES.
           *>The cutoff is today less the window, as an ISO date, so
           *>the age test is a plain text compare against the first
           *>ten characters of MS-SENT-TIME, the way posting deadlines
           *>are compared. A zero window leaves the cutoff blank and
           *>nothing of that type is purged.
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CURRENT-DATETIME(1:8))) TO WS-TODAY-INT
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3
               MOVE 0 TO WS-TY-READ(WS-TX)
               MOVE 0 TO WS-TY-PURGED(WS-TX)
               MOVE SPACES TO WS-TY-CUTOFF(WS-TX)
               IF WS-TY-KEEP-DAYS(WS-TX) > 0
                  AND WS-TY-KEEP-DAYS(WS-TX) < WS-TODAY-INT
                   COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-TY-KEEP-DAYS(WS-TX)
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT) TO WS-CUTOFF-YMD
                   STRING WS-CUTOFF-YMD-X(1:4) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                          WS-CUTOFF-YMD-X(5:2) DELIMITED BY SIZE "-" DELIMITED BY SIZE
                          WS-CUTOFF-YMD-X(7:2) DELIMITED BY SIZE
                          INTO WS-TY-CUTOFF(WS-TX)
                   END-STRING
               END-IF
           END-PERFORM.

       ENSURE-ARCHIVE-FILE.
           OPEN INPUT OUTPUT-FILE
           IF WS-OUT-STATUS = "35"
              OPEN OUTPUT OUTPUT-FILE
              CLOSE OUTPUT-FILE
           ELSE
              CLOSE OUTPUT-FILE
           END-IF

           OPEN INPUT MSG-ARCH-FILE
           IF WS-MARCH-STATUS = "35"
              OPEN OUTPUT MSG-ARCH-FILE
              CLOSE MSG-ARCH-FILE
           ELSE
              CLOSE MSG-ARCH-FILE
           END-IF.

       PURGE-MESSAGES.
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MESSAGE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-MESSAGE
               END-READ
           END-PERFORM.

       CHECK-ONE-MESSAGE.
           *>Rows from before messages carried a type are personal
           *>messages, the same default the conversion job applies.
           EVALUATE MS-MSG-TYPE
               WHEN 'A' MOVE 2 TO WS-TX
               WHEN 'S' MOVE 3 TO WS-TX
               WHEN OTHER MOVE 1 TO WS-TX
           END-EVALUATE
           ADD 1 TO WS-TOTAL-READ
           ADD 1 TO WS-TY-READ(WS-TX)

           IF MS-READ-FLAG NOT = 'Y'
              OR WS-TY-CUTOFF(WS-TX) = SPACES
              OR MS-SENT-TIME(1:10) NOT < WS-TY-CUTOFF(WS-TX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-DATE TO MA-ARCHIVED-ON
           MOVE MESSAGE-REC TO MA-MESSAGE
           WRITE MARCH-REC
           IF WS-MARCH-STATUS NOT = "00"
               *>Never delete a message that did not reach the archive.
               EXIT PARAGRAPH
           END-IF
           DELETE MESSAGE-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-PURGED
                   ADD 1 TO WS-TY-PURGED(WS-TX)
           END-DELETE.

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

       WRITE-PURGE-AUDIT.
           *>One line per message type, so the log shows what each
           *>retention window removed on the night.
           OPEN EXTEND OUTPUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "SYSTEM" TO WS-AUDIT-USERNAME
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "Purge archived " DELIMITED BY SIZE
                      WS-TY-PURGED(WS-TX) DELIMITED BY SIZE
                      " read " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TY-LABEL(WS-TX)) DELIMITED BY SIZE
                      " msg(s)" DELIMITED BY SIZE
                      INTO WS-AUDIT-ACTION
               END-STRING
               PERFORM WRITE-AUDIT-ENTRY
           END-PERFORM
           CLOSE OUTPUT-FILE.

       PRINT-SUMMARY.
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               IF WS-TY-CUTOFF(WS-TX) = SPACES
                   STRING FUNCTION TRIM(WS-TY-LABEL(WS-TX)) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          WS-TY-READ(WS-TX) DELIMITED BY SIZE
                          " on file, none purged (kept forever)" DELIMITED BY SIZE
                          INTO WS-DISPLAY-MESSAGE
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-TY-LABEL(WS-TX)) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          WS-TY-READ(WS-TX) DELIMITED BY SIZE
                          " on file, " DELIMITED BY SIZE
                          WS-TY-PURGED(WS-TX) DELIMITED BY SIZE
                          " read before " DELIMITED BY SIZE
                          WS-TY-CUTOFF(WS-TX) DELIMITED BY SIZE
                          " archived (window " DELIMITED BY SIZE
                          WS-TY-KEEP-DAYS(WS-TX) DELIMITED BY SIZE
                          " days)" DELIMITED BY SIZE
                          INTO WS-DISPLAY-MESSAGE
                   END-STRING
               END-IF
               DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)
           END-PERFORM

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Messages: " DELIMITED BY SIZE
                  WS-TOTAL-READ DELIMITED BY SIZE
                  " read, " DELIMITED BY SIZE
                  WS-TOTAL-PURGED DELIMITED BY SIZE
                  " moved to messages_archive.dat" DELIMITED BY SIZE
                  INTO WS-DISPLAY-MESSAGE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE)

           MOVE "=============================================" TO WS-DISPLAY-MESSAGE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-MESSAGE).
