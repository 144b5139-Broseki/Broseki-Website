       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEAD-LETTER-REPORT.

      * Meant to run once a day next to ERROR-LOG-REPORT, this lists
      * the dead letters NOTIFY-SENDER and NEWSLETTER-SENDER have
      * given up on ("F" in data/notify-queue and data/mailing-queue)
      * with the address, how many sends were tried, when the last
      * one was, and what the mailer said -- the ones that gave up
      * since yesterday marked NEW so the day's report shows what
      * changed -- followed by the newsletter subscribers suspended
      * because of them.  Read-only: clearing a dead letter, or
      * re-subscribing a suspended address, is done by hand once
      * the cause is understood.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-QUEUE-FILE ASSIGN TO "data/notify-queue"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT MAILING-QUEUE-FILE ASSIGN TO "data/mailing-queue"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILING-STATUS.
           SELECT SUBSCRIBERS-FILE ASSIGN TO "data/subscribers"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-QUEUE-FILE.
           COPY "NOTIFY-QUEUE.cpy".
       FD  MAILING-QUEUE-FILE.
           COPY "MAILING-QUEUE.cpy".
       FD  SUBSCRIBERS-FILE.
           COPY "SUBSCRIBER-REC.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-NOTIFY-STATUS   PIC XX.
       01  WS-MAILING-STATUS  PIC XX.
       01  WS-SUBS-STATUS     PIC XX.
       01  WS-EOF-NOTIFY      PIC X VALUE 'N'.
           88  EOF-NOTIFY      VALUE 'Y'.
       01  WS-EOF-MAILING     PIC X VALUE 'N'.
           88  EOF-MAILING     VALUE 'Y'.
       01  WS-EOF-SUBS        PIC X VALUE 'N'.
           88  EOF-SUBS        VALUE 'Y'.

       01  WS-TODAY           PIC X(8).
      * A dead letter whose last try is on or after this date gave
      * up since the previous daily run.
       01  WS-YESTERDAY       PIC 9(8).
       01  WS-TODAY-INT       PIC 9(9).
       01  WS-REPORT-PATH     PIC X(100).
       01  WS-REPORT-LINE     PIC X(200).

      * One dead letter's fields, filled from whichever queue it
      * came from and written by WRITE-DEAD-LETTER.
       01  WS-DL-EMAIL        PIC X(60).
       01  WS-DL-ATTEMPTS     PIC 9(2).
       01  WS-DL-LAST-TRY     PIC X(21).
       01  WS-DL-ERROR        PIC X(80).
       01  WS-DL-WHAT         PIC X(60).
       01  WS-DL-MARK         PIC X(6).
       01  WS-ATTEMPTS-TEXT   PIC Z9.
       01  WS-POST-ID-TEXT    PIC ZZZ9.

       01  WS-NOTIFY-COUNT    PIC 9(5) VALUE 0.
       01  WS-MAILING-COUNT   PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT       PIC 9(5) VALUE 0.
       01  WS-SUSPENDED-COUNT PIC 9(5) VALUE 0.
       01  WS-COUNT-TEXT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
           MOVE SPACES TO WS-REPORT-PATH
           STRING "dead-letter-report-" WS-TODAY ".txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Dead-letter report for " WS-TODAY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM REPORT-NOTIFY-QUEUE
           PERFORM REPORT-MAILING-QUEUE
           PERFORM REPORT-SUSPENDED
           PERFORM WRITE-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "Wrote " FUNCTION TRIM(WS-REPORT-PATH)
           MOVE WS-NEW-COUNT TO WS-COUNT-TEXT
           DISPLAY FUNCTION TRIM(WS-COUNT-TEXT)
               " dead letter(s) since yesterday"
           STOP RUN.

       REPORT-NOTIFY-QUEUE.
           MOVE "Contact form notifications (data/notify-queue)"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           OPEN INPUT NOTIFY-QUEUE-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-NOTIFY
           END-IF
           PERFORM UNTIL EOF-NOTIFY
               READ NOTIFY-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-NOTIFY
                   NOT AT END
                       IF NQ-FAILED
                           ADD 1 TO WS-NOTIFY-COUNT
                           MOVE NQ-EMAIL TO WS-DL-EMAIL
                           MOVE NQ-ATTEMPTS TO WS-DL-ATTEMPTS
                           MOVE NQ-LAST-TRY TO WS-DL-LAST-TRY
                           MOVE NQ-LAST-ERROR TO WS-DL-ERROR
                           MOVE SPACES TO WS-DL-WHAT
                           STRING "message from "
                                  FUNCTION TRIM(NQ-NAME)
                               DELIMITED BY SIZE
                               INTO WS-DL-WHAT
                           PERFORM WRITE-DEAD-LETTER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NOTIFY-STATUS NOT = "35"
               CLOSE NOTIFY-QUEUE-FILE
           END-IF
           IF WS-NOTIFY-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       REPORT-MAILING-QUEUE.
           MOVE "Newsletter mailings (data/mailing-queue)"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           OPEN INPUT MAILING-QUEUE-FILE
           IF WS-MAILING-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-MAILING
           END-IF
           PERFORM UNTIL EOF-MAILING
               READ MAILING-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-MAILING
                   NOT AT END
                       IF MQ-FAILED
                           ADD 1 TO WS-MAILING-COUNT
                           MOVE MQ-EMAIL TO WS-DL-EMAIL
                           MOVE MQ-ATTEMPTS TO WS-DL-ATTEMPTS
                           MOVE MQ-LAST-TRY TO WS-DL-LAST-TRY
                           MOVE MQ-LAST-ERROR TO WS-DL-ERROR
                           EVALUATE TRUE
                               WHEN MQ-CONFIRM
                                   MOVE "signup confirmation"
                                       TO WS-DL-WHAT
                               WHEN MQ-DIGEST
                                   MOVE "weekly digest" TO WS-DL-WHAT
                               WHEN OTHER
                                   MOVE MQ-POST-ID TO WS-POST-ID-TEXT
                                   MOVE SPACES TO WS-DL-WHAT
                                   STRING "announcement of post "
                                       FUNCTION TRIM(WS-POST-ID-TEXT)
                                       DELIMITED BY SIZE
                                       INTO WS-DL-WHAT
                           END-EVALUATE
                           PERFORM WRITE-DEAD-LETTER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAILING-STATUS NOT = "35"
               CLOSE MAILING-QUEUE-FILE
           END-IF
           IF WS-MAILING-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

      * Two lines per dead letter: when, to whom, what it was and
      * how many tries, then the mailer's reason indented under it.
      * An attempts column that isn't a number (a hand-edited
      * record) is shown as zero rather than stopping the report.
       WRITE-DEAD-LETTER.
           MOVE SPACES TO WS-DL-MARK
           IF WS-DL-LAST-TRY(1:8) IS NUMERIC
              AND WS-DL-LAST-TRY(1:8) >= WS-YESTERDAY
               MOVE "NEW" TO WS-DL-MARK
               ADD 1 TO WS-NEW-COUNT
           END-IF
           IF WS-DL-ATTEMPTS IS NOT NUMERIC
               MOVE 0 TO WS-DL-ATTEMPTS
           END-IF
           MOVE WS-DL-ATTEMPTS TO WS-ATTEMPTS-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-DL-MARK
                  WS-DL-LAST-TRY(1:4) "-" WS-DL-LAST-TRY(5:2) "-"
                  WS-DL-LAST-TRY(7:2) " " WS-DL-LAST-TRY(9:2) ":"
                  WS-DL-LAST-TRY(11:2) "  "
                  FUNCTION TRIM(WS-DL-EMAIL) "  "
                  FUNCTION TRIM(WS-DL-WHAT) ", "
                  FUNCTION TRIM(WS-ATTEMPTS-TEXT) " attempt(s)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "          " FUNCTION TRIM(WS-DL-ERROR)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       REPORT-SUSPENDED.
           MOVE "Suspended subscribers (data/subscribers)"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           OPEN INPUT SUBSCRIBERS-FILE
           IF WS-SUBS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SUBS
           END-IF
           PERFORM UNTIL EOF-SUBS
               READ SUBSCRIBERS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SUBS
                   NOT AT END
                       IF SB-SUSPENDED
                           ADD 1 TO WS-SUSPENDED-COUNT
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING "  " FUNCTION TRIM(SB-EMAIL)
                               DELIMITED BY SIZE
                               INTO WS-REPORT-LINE
                           WRITE REPORT-RECORD FROM WS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUBS-STATUS NOT = "35"
               CLOSE SUBSCRIBERS-FILE
           END-IF
           IF WS-SUSPENDED-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-TOTALS.
           MOVE WS-NEW-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Gave up since yesterday:  "
                  FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOTIFY-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Notification dead letters: "
                  FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-MAILING-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Newsletter dead letters:   "
                  FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Suspended subscribers:     "
                  FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       END PROGRAM DEAD-LETTER-REPORT.
