       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-REQUEST.

      * Answers a data-subject request for one email address: finds
      * every record that references it in the contact messages,
      * the replies sent to them, the notification queue, the
      * subscriber list, the newsletter mailing queue, and the
      * comments, and writes them all to one report.  Run from the
      * command environment:
      *
      *   PRIVACY_EMAIL=someone@example.com  the address (required)
      *   PRIVACY_MODE=EXPORT  (default)     report what is held
      *   PRIVACY_MODE=ERASE                 report, then erase it
      *   PRIVACY_NAME=...                   the name the person
      *                                      commented under
      *   PRIVACY_OPERATOR=...               who handled it, for
      *                                      the audit log
      *
      * Comments carry no address, so a comment counts when its text
      * quotes the address or, with PRIVACY_NAME set, when its name
      * is that one; the EXPORT report lists the names the address
      * has used on the contact form to help pick it.
      *
      * ERASE keeps the record counts the inbox, the dashboard, and
      * the comment threads rely on: a message, a reply, a
      * notification, or a comment stays on file with its name,
      * address, and text blanked (a queued notification or reply
      * is retired so it is never sent), while a subscription and
      * its queued mailings are removed outright.  The report for an
      * erase names the records touched but not their contents.
      *
      * Each file is rewritten with the staged, checkpointed
      * discipline ACCESS-LOG-ARCHIVE uses: the changed copy is
      * written in full first, the "privacy-checkpoint" line then
      * records it as STAGED, and only then is the live file
      * rewritten from it (carrying forward anything a web request
      * appended meanwhile).  Rerunning the same ERASE after a crash
      * resumes at the file it died in; an unfinished erase for a
      * different address has to be finished first.  The run ends
      * with an AUDIT-LOG entry recording that the request was
      * carried out -- the run id and record count, not the address.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-FILE ASSIGN DYNAMIC WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT STAGE-FILE ASSIGN DYNAMIC WS-STAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "privacy-checkpoint"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-FILE.
       01  LIVE-RECORD PIC X(2000).
       FD  STAGE-FILE.
       01  STAGE-RECORD PIC X(2000).
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(1100).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
           COPY "AUDIT-FIELDS.cpy".
      * Each file's records are looked at through their own layout.
           COPY "CONTACT-MESSAGE.cpy".
           COPY "MESSAGE-REPLY.cpy".
           COPY "NOTIFY-QUEUE.cpy".
           COPY "SUBSCRIBER-REC.cpy".
           COPY "MAILING-QUEUE.cpy".
           COPY "COMMENT-REC.cpy".

       01  WS-LIVE-STATUS         PIC XX.
       01  WS-STAGE-STATUS        PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-CHECKPOINT-STATUS   PIC XX.
       01  WS-LIVE-PATH           PIC X(100).
       01  WS-STAGE-PATH          PIC X(100).
       01  WS-REPORT-PATH         PIC X(100).
       01  WS-DELETE-PATH         PIC X(100).

       01  WS-EMAIL               PIC X(60).
       01  WS-EMAIL-UP            PIC X(60).
       01  WS-EMAIL-LEN           PIC 99.
       01  WS-MATCH-NAME          PIC X(40).
       01  WS-MATCH-NAME-UP       PIC X(40).
       01  WS-OPERATOR            PIC X(20).
       01  WS-MODE-TEXT           PIC X(10).
       01  WS-MODE                PIC X(06).
           88  ERASE-MODE          VALUE "ERASE".
           88  EXPORT-MODE         VALUE "EXPORT".
       01  WS-ERASED-TEXT         PIC X(20) VALUE "(erased on request)".

      * The files searched, in the order they are worked.
       01  WS-STEP-SEED.
           05  FILLER PIC X(30) VALUE "data/messages".
           05  FILLER PIC X(30) VALUE "data/message-replies".
           05  FILLER PIC X(30) VALUE "data/notify-queue".
           05  FILLER PIC X(30) VALUE "data/subscribers".
           05  FILLER PIC X(30) VALUE "data/mailing-queue".
           05  FILLER PIC X(30) VALUE "data/comments".
       01  WS-STEP-TABLE REDEFINES WS-STEP-SEED.
           05  WS-STEP-FILE OCCURS 6 TIMES PIC X(30).
       01  WS-STEP                PIC 9.
       01  WS-STEP-MATCHES        PIC 9(5).
       01  WS-TOTAL-MATCHES       PIC 9(5) VALUE 0.
       01  WS-EOF-LIVE            PIC X VALUE 'N'.
           88  EOF-LIVE            VALUE 'Y'.
       01  WS-LINE                PIC X(2000).
       01  WS-KEEP-LINE           PIC X VALUE 'Y'.
           88  KEEP-LINE           VALUE 'Y'.
       01  WS-LINE-MATCHED        PIC X VALUE 'N'.
           88  LINE-MATCHED        VALUE 'Y'.
       01  WS-REPORT-LINE         PIC X(1100).
       01  WS-BODY-UP             PIC X(300).
       01  WS-QUOTE-COUNT         PIC 9(3).
       01  WS-FLUSHED-COUNT       PIC 9(4).

      * Restart state, as read from and written to the checkpoint:
      *   <state> <step> <live lines> <total> <run id> <address>
      * PENDING n means files before n are finished; STAGED n means
      * file n's changed copy is complete and only the rewrite of
      * the live file remains; DONE means nothing is outstanding.
       01  WS-CHECKPOINT-LINE     PIC X(150).
       01  WS-CHECKPOINT-STATE    PIC X(10).
       01  WS-CHECKPOINT-STEP     PIC X(05).
       01  WS-CHECKPOINT-LIVE     PIC X(10).
       01  WS-CHECKPOINT-TOTAL    PIC X(10).
       01  WS-CHECKPOINT-RUN      PIC X(14).
       01  WS-CHECKPOINT-EMAIL    PIC X(60).
       01  WS-RESUME-STEP         PIC 9 VALUE 1.
       01  WS-RESUME-STATE        PIC X(10) VALUE SPACES.
       01  WS-RESUMING            PIC X VALUE 'N'.
           88  RESUMING            VALUE 'Y'.
       01  WS-RUN-ID              PIC X(14).
       01  WS-NEXT-STEP           PIC 9.

      * Lines read from the live file when it was staged, so the
      * rewrite can tell them from lines appended since, which are
      * carried forward as they are.
       01  WS-LIVE-COUNT          PIC 9(9) VALUE 0.
       01  WS-CURRENT-COUNT       PIC 9(9) VALUE 0.
       01  WS-TAIL-COUNT          PIC 9(3) VALUE 0.
       01  WS-TAIL-IDX            PIC 9(3).
       01  WS-TAIL-LOST           PIC 9(5) VALUE 0.
       01  WS-TAIL-TABLE.
           05  WS-TAIL-LINE OCCURS 200 TIMES PIC X(2000).

       PROCEDURE DIVISION.
           ACCEPT WS-EMAIL FROM ENVIRONMENT "PRIVACY_EMAIL"
           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT "PRIVACY_MODE"
           ACCEPT WS-MATCH-NAME FROM ENVIRONMENT "PRIVACY_NAME"
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "PRIVACY_OPERATOR"
           MOVE FUNCTION TRIM(WS-EMAIL) TO WS-EMAIL
           IF WS-EMAIL = SPACES
               DISPLAY "Set PRIVACY_EMAIL in the environment first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-EMAIL TALLYING WS-QUOTE-COUNT FOR ALL "@"
           IF WS-QUOTE-COUNT NOT = 1
               DISPLAY "PRIVACY_EMAIL does not look like an address"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-EMAIL) TO WS-EMAIL-UP
           COMPUTE WS-EMAIL-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-EMAIL-UP))
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MATCH-NAME))
               TO WS-MATCH-NAME-UP
           IF FUNCTION TRIM(WS-OPERATOR) = SPACES
               MOVE "privacy-request" TO WS-OPERATOR
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TEXT))
               WHEN SPACES
               WHEN "EXPORT"
                   MOVE "EXPORT" TO WS-MODE
               WHEN "ERASE"
                   MOVE "ERASE" TO WS-MODE
               WHEN OTHER
                   DISPLAY "PRIVACY_MODE must be EXPORT or ERASE"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF ERASE-MODE
               PERFORM CHECK-CHECKPOINT
           END-IF
           IF NOT RESUMING
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
               MOVE 0 TO WS-TOTAL-MATCHES
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING "privacy-" FUNCTION LOWER-CASE(FUNCTION TRIM(WS-MODE))
                  "-" WS-RUN-ID ".txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           PERFORM OPEN-REPORT

           PERFORM VARYING WS-STEP FROM WS-RESUME-STEP BY 1
               UNTIL WS-STEP > 6
               PERFORM RUN-ONE-STEP
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF ERASE-MODE
               STRING WS-TOTAL-MATCHES " record(s) erased or removed"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING WS-TOTAL-MATCHES " record(s) held"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE WS-OPERATOR TO AU-USER
           IF ERASE-MODE
               MOVE "privacy-erase" TO AU-ACTION
           ELSE
               MOVE "privacy-export" TO AU-ACTION
           END-IF
           MOVE SPACES TO AU-TARGET
           STRING "run " WS-RUN-ID ": " WS-TOTAL-MATCHES " record(s)"
               DELIMITED BY SIZE INTO AU-TARGET
           CALL "AUDIT-LOG" USING AU-FIELDS

           IF ERASE-MODE
               MOVE SPACES TO WS-CHECKPOINT-LINE
               STRING "DONE " WS-RUN-ID
                   DELIMITED BY SIZE INTO WS-CHECKPOINT-LINE
               PERFORM WRITE-CHECKPOINT-LINE
           END-IF
           DISPLAY FUNCTION TRIM(WS-MODE) " complete: "
               WS-TOTAL-MATCHES " record(s); see "
               FUNCTION TRIM(WS-REPORT-PATH)
           STOP RUN.

      * An ERASE left unfinished for this same address is picked up
      * where it stopped; one for another address blocks the run.
       CHECK-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CHECKPOINT-FILE INTO WS-CHECKPOINT-LINE
               AT END
                   MOVE "DONE" TO WS-CHECKPOINT-LINE
           END-READ
           CLOSE CHECKPOINT-FILE
           MOVE SPACES TO WS-CHECKPOINT-STATE WS-CHECKPOINT-STEP
               WS-CHECKPOINT-LIVE WS-CHECKPOINT-TOTAL
               WS-CHECKPOINT-RUN WS-CHECKPOINT-EMAIL
           UNSTRING WS-CHECKPOINT-LINE DELIMITED BY ALL SPACE
               INTO WS-CHECKPOINT-STATE WS-CHECKPOINT-STEP
                    WS-CHECKPOINT-LIVE WS-CHECKPOINT-TOTAL
                    WS-CHECKPOINT-RUN WS-CHECKPOINT-EMAIL
           IF FUNCTION TRIM(WS-CHECKPOINT-STATE) = "DONE"
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECKPOINT-EMAIL NOT = WS-EMAIL-UP
               DISPLAY "An erase for another address is unfinished; "
                   "rerun it before starting a new one"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-RESUMING
           MOVE WS-CHECKPOINT-STATE TO WS-RESUME-STATE
           MOVE WS-CHECKPOINT-STEP TO WS-RESUME-STEP
           COMPUTE WS-LIVE-COUNT = FUNCTION NUMVAL(WS-CHECKPOINT-LIVE)
           COMPUTE WS-TOTAL-MATCHES =
               FUNCTION NUMVAL(WS-CHECKPOINT-TOTAL)
           MOVE WS-CHECKPOINT-RUN TO WS-RUN-ID
           IF WS-RESUME-STEP > 6
               DISPLAY "Resuming the interrupted erase at its audit "
                   "entry"
           ELSE
               DISPLAY "Resuming the interrupted erase at "
                   FUNCTION TRIM(WS-STEP-FILE(WS-RESUME-STEP))
           END-IF.

       OPEN-REPORT.
           IF RESUMING
               OPEN EXTEND REPORT-FILE
               IF WS-REPORT-STATUS = "35"
                   OPEN OUTPUT REPORT-FILE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Resumed " FUNCTION CURRENT-DATE(1:14)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Privacy request " FUNCTION TRIM(WS-MODE)
                  " for " FUNCTION TRIM(WS-EMAIL)
                  ", run " WS-RUN-ID
                  " by " FUNCTION TRIM(WS-OPERATOR)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-MATCH-NAME-UP NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Comments also matched on the name "
                      FUNCTION TRIM(WS-MATCH-NAME)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      * One data file: every line read, checked, and (for ERASE)
      * copied -- changed, or left out -- to the staging file, which
      * then replaces the live file.  A file with no match is never
      * rewritten.
       RUN-ONE-STEP.
           MOVE WS-STEP-FILE(WS-STEP) TO WS-LIVE-PATH
           MOVE SPACES TO WS-STAGE-PATH
           STRING FUNCTION TRIM(WS-LIVE-PATH) ".privacy-staging"
               DELIMITED BY SIZE INTO WS-STAGE-PATH
           COMPUTE WS-NEXT-STEP = WS-STEP + 1
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-LIVE-PATH) ":"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           IF RESUMING AND WS-STEP = WS-RESUME-STEP
              AND FUNCTION TRIM(WS-RESUME-STATE) = "STAGED"
               MOVE "  (already staged; rewrite redone)"
                   TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM REWRITE-LIVE-FILE
               PERFORM WRITE-PENDING-CHECKPOINT
               PERFORM DROP-STAGING-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STEP-MATCHES
           MOVE 0 TO WS-LIVE-COUNT
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-STATUS NOT = "00"
               MOVE "  (no such file)" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               IF ERASE-MODE
                   PERFORM WRITE-PENDING-CHECKPOINT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ERASE-MODE
               OPEN OUTPUT STAGE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-LIVE
           PERFORM UNTIL EOF-LIVE
               READ LIVE-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-LIVE
                   NOT AT END
                       ADD 1 TO WS-LIVE-COUNT
                       MOVE 'Y' TO WS-KEEP-LINE
                       MOVE 'N' TO WS-LINE-MATCHED
                       EVALUATE WS-STEP
                           WHEN 1 PERFORM CHECK-MESSAGE
                           WHEN 2 PERFORM CHECK-REPLY
                           WHEN 3 PERFORM CHECK-NOTIFICATION
                           WHEN 4 PERFORM CHECK-SUBSCRIBER
                           WHEN 5 PERFORM CHECK-MAILING
                           WHEN 6 PERFORM CHECK-COMMENT
                       END-EVALUATE
                       IF LINE-MATCHED
                           ADD 1 TO WS-STEP-MATCHES
                       END-IF
                       IF ERASE-MODE AND KEEP-LINE
                           WRITE STAGE-RECORD FROM WS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIVE-FILE
           IF WS-STEP-MATCHES = 0
               MOVE "  nothing held" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           ADD WS-STEP-MATCHES TO WS-TOTAL-MATCHES
           IF NOT ERASE-MODE
               EXIT PARAGRAPH
           END-IF

           CLOSE STAGE-FILE
           IF WS-STEP-MATCHES > 0
               MOVE SPACES TO WS-CHECKPOINT-LINE
               STRING "STAGED " WS-STEP " " WS-LIVE-COUNT " "
                      WS-TOTAL-MATCHES " " WS-RUN-ID " "
                      FUNCTION TRIM(WS-EMAIL-UP)
                   DELIMITED BY SIZE INTO WS-CHECKPOINT-LINE
               PERFORM WRITE-CHECKPOINT-LINE
               PERFORM REWRITE-LIVE-FILE
           END-IF
           PERFORM WRITE-PENDING-CHECKPOINT
           PERFORM DROP-STAGING-FILE.

       WRITE-PENDING-CHECKPOINT.
           MOVE SPACES TO WS-CHECKPOINT-LINE
           STRING "PENDING " WS-NEXT-STEP " 0 " WS-TOTAL-MATCHES " "
                  WS-RUN-ID " " FUNCTION TRIM(WS-EMAIL-UP)
               DELIMITED BY SIZE INTO WS-CHECKPOINT-LINE
           PERFORM WRITE-CHECKPOINT-LINE.

       WRITE-CHECKPOINT-LINE.
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD FROM WS-CHECKPOINT-LINE
           CLOSE CHECKPOINT-FILE.

      * The staged copy holds only erased text by now, but it is
      * still a second copy of the file; it goes once it is used.
       DROP-STAGING-FILE.
           MOVE WS-STAGE-PATH TO WS-DELETE-PATH
           CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
           MOVE 0 TO RETURN-CODE.

      * Replaces the live file with the staged copy plus any lines
      * appended to it since it was read.  Safe to repeat: neither
      * input changes between attempts.  The comments feed the
      * cached post pages, so changing them flushes the cache.
       REWRITE-LIVE-FILE.
           PERFORM CAPTURE-APPENDED-LINES
           OPEN INPUT STAGE-FILE
           OPEN OUTPUT LIVE-FILE
           MOVE 'N' TO WS-EOF-LIVE
           PERFORM UNTIL EOF-LIVE
               READ STAGE-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-LIVE
                   NOT AT END
                       WRITE LIVE-RECORD FROM WS-LINE
               END-READ
           END-PERFORM
           CLOSE STAGE-FILE
           PERFORM VARYING WS-TAIL-IDX FROM 1 BY 1
               UNTIL WS-TAIL-IDX > WS-TAIL-COUNT
               WRITE LIVE-RECORD FROM WS-TAIL-LINE(WS-TAIL-IDX)
           END-PERFORM
           CLOSE LIVE-FILE
           IF WS-TAIL-LOST > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  WARNING: " WS-TAIL-LOST " line(s) appended "
                      "during the run could not be carried forward"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-STEP = 6
               CALL "PAGE-CACHE-FLUSH" USING WS-FLUSHED-COUNT
           END-IF.

       CAPTURE-APPENDED-LINES.
           MOVE 0 TO WS-CURRENT-COUNT
           MOVE 0 TO WS-TAIL-COUNT
           MOVE 0 TO WS-TAIL-LOST
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-STATUS = "00"
               MOVE 'N' TO WS-EOF-LIVE
               PERFORM UNTIL EOF-LIVE
                   READ LIVE-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-LIVE
                       NOT AT END
                           ADD 1 TO WS-CURRENT-COUNT
                           IF WS-CURRENT-COUNT > WS-LIVE-COUNT
                               IF WS-TAIL-COUNT < 200
                                   ADD 1 TO WS-TAIL-COUNT
                                   MOVE WS-LINE
                                       TO WS-TAIL-LINE(WS-TAIL-COUNT)
                               ELSE
                                   ADD 1 TO WS-TAIL-LOST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF.

      * Same address compared case-blind, the way a mail system
      * treats it.
       CHECK-MESSAGE.
           MOVE WS-LINE TO CONTACT-MESSAGE-RECORD
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(CM-EMAIL))
              NOT = WS-EMAIL-UP
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LINE-MATCHED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  contact message " CM-TIMESTAMP(1:14)
                  " status " CM-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF ERASE-MODE
               MOVE WS-ERASED-TEXT TO CM-NAME
               MOVE SPACES TO CM-EMAIL
               MOVE WS-ERASED-TEXT TO CM-BODY
               MOVE CONTACT-MESSAGE-RECORD TO WS-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    name: " FUNCTION TRIM(CM-NAME)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    text: " FUNCTION TRIM(CM-BODY)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      * A reply still waiting to go is retired as undeliverable,
      * since the address it would go to is gone.
       CHECK-REPLY.
           MOVE WS-LINE TO MESSAGE-REPLY-RECORD
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MR-EMAIL))
              NOT = WS-EMAIL-UP
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LINE-MATCHED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  reply to message " MR-MSG-TIMESTAMP(1:14)
                  " written " MR-WRITTEN(1:14)
                  " by " FUNCTION TRIM(MR-USER)
                  " status " MR-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF ERASE-MODE
               MOVE SPACES TO MR-EMAIL
               MOVE WS-ERASED-TEXT TO MR-BODY
               IF MR-PENDING
                   MOVE "B" TO MR-STATUS
               END-IF
               MOVE MESSAGE-REPLY-RECORD TO WS-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    text: " FUNCTION TRIM(MR-BODY)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      * A notification still waiting to go is given up, with the
      * reason, so NOTIFY-SENDER leaves it alone.
       CHECK-NOTIFICATION.
           MOVE WS-LINE TO NOTIFY-QUEUE-RECORD
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(NQ-EMAIL))
              NOT = WS-EMAIL-UP
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LINE-MATCHED
           MOVE SPACES TO WS-REPORT-LINE
           IF ERASE-MODE
               STRING "  notification " NQ-TIMESTAMP(1:14)
                      " status " NQ-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-ERASED-TEXT TO NQ-NAME
               MOVE SPACES TO NQ-EMAIL
               IF NQ-PENDING
                   MOVE "F" TO NQ-STATUS
                   MOVE WS-ERASED-TEXT TO NQ-LAST-ERROR
               END-IF
               MOVE NOTIFY-QUEUE-RECORD TO WS-LINE
           ELSE
               STRING "  notification " NQ-TIMESTAMP(1:14)
                      " status " NQ-STATUS
                      " name " FUNCTION TRIM(NQ-NAME)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       CHECK-SUBSCRIBER.
           MOVE WS-LINE TO SUBSCRIBER-RECORD
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(SB-EMAIL))
              NOT = WS-EMAIL-UP
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LINE-MATCHED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  subscription status " SB-STATUS
                  " since " SB-TIMESTAMP(1:14)
                  " frequency " SB-FREQUENCY
                  " tags " FUNCTION TRIM(SB-TAGS)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF ERASE-MODE
               MOVE 'N' TO WS-KEEP-LINE
           END-IF.

       CHECK-MAILING.
           MOVE WS-LINE TO MAILING-QUEUE-RECORD
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MQ-EMAIL))
              NOT = WS-EMAIL-UP
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LINE-MATCHED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  mailing kind " MQ-KIND " post " MQ-POST-ID
                  " queued " MQ-TIMESTAMP(1:14)
                  " status " MQ-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF ERASE-MODE
               MOVE 'N' TO WS-KEEP-LINE
           END-IF.

      * A comment is the person's when its text quotes the address
      * or its name is the PRIVACY_NAME given.  Erasing it keeps the
      * record, so the replies under it keep their thread.
       CHECK-COMMENT.
           MOVE WS-LINE TO COMMENT-RECORD
           MOVE FUNCTION UPPER-CASE(CO-BODY) TO WS-BODY-UP
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-BODY-UP TALLYING WS-QUOTE-COUNT
               FOR ALL WS-EMAIL-UP(1:WS-EMAIL-LEN)
           IF WS-QUOTE-COUNT = 0
               IF WS-MATCH-NAME-UP = SPACES
                  OR FUNCTION UPPER-CASE(FUNCTION TRIM(CO-NAME))
                     NOT = WS-MATCH-NAME-UP
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-LINE-MATCHED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  comment on post " CO-POST-ID
                  " at " CO-TIMESTAMP(1:14)
                  " status " CO-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF ERASE-MODE
               MOVE WS-ERASED-TEXT TO CO-NAME
               MOVE WS-ERASED-TEXT TO CO-BODY
               MOVE COMMENT-RECORD TO WS-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    name: " FUNCTION TRIM(CO-NAME)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    text: " FUNCTION TRIM(CO-BODY)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       END PROGRAM PRIVACY-REQUEST.
