      * appended past the records this run loaded is re-read and
      * carried forward, the same append-gap care
      * ACCESS-LOG-ARCHIVE takes with the live access log.
      * A failed send is counted on its record along with the time
      * and the mailer's own complaint (its stderr, staged to a
      * second scratch file); once the count reaches
      * the mail_max_attempts site setting (default 5) the
      * record goes to "F", a dead letter, and is never retried --
      * DEAD-LETTER-REPORT lists what gave up and why.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT BODY-FILE ASSIGN TO "notify-body.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-FILE ASSIGN TO "notify-error.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "NOTIFY-QUEUE.cpy".
       FD  BODY-FILE.
       01  BODY-RECORD PIC X(200).
       FD  ERROR-FILE.
       01  ERROR-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS    PIC XX.
       01  WS-ERROR-STATUS    PIC XX.
       01  WS-EOF-QUEUE       PIC X VALUE 'N'.
           88  EOF-QUEUE       VALUE 'Y'.
       01  WS-EOF-ERROR       PIC X VALUE 'N'.
           88  EOF-ERROR       VALUE 'Y'.
       01  WS-QUEUE-TABLE-GRP.
           05  WS-QUEUE-ENTRY OCCURS 500 TIMES.
               10  WQ-STATUS    PIC X(01).
               10  WQ-TIMESTAMP PIC X(21).
               10  WQ-NAME      PIC X(40).
               10  WQ-EMAIL     PIC X(60).
               10  WQ-ATTEMPTS  PIC 9(2).
               10  WQ-LAST-TRY  PIC X(21).
               10  WQ-LAST-ERROR PIC X(80).
       01  WS-QUEUE-COUNT     PIC 9(3) VALUE 0.
      * Set when the queue outgrew the table.  The run stops before
      * sending or rewriting anything then: rewriting just the
       01  WS-QUEUE-IDX       PIC 9(3).
       01  WS-REREAD-COUNT    PIC 9(3).

      * Where the notifications go: the notify_rcpt site setting;
      * the default reaches whoever reads the local webmaster
      * mailbox.
       01  WS-RCPT            PIC X(60).
       01  WS-MAIL-COMMAND    PIC X(200).
       01  WS-BODY-LINE       PIC X(200).

      * Failed sends a record may run up before it is given up on:
      * the mail_max_attempts site setting.
       01  WS-MAX-ATTEMPTS    PIC 9(2) VALUE 5.
           COPY "SETTING-FIELDS.cpy".
       01  WS-MAIL-EXIT       PIC S9(9).
       01  WS-MAIL-EXIT-TEXT  PIC -(9)9.
       01  WS-MAILER-ERROR    PIC X(80).

       01  WS-SENT-COUNT      PIC 9(3) VALUE 0.
       01  WS-FAILED-COUNT    PIC 9(3) VALUE 0.
       01  WS-GAVE-UP-COUNT   PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "notify_rcpt" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-VALUE TO WS-RCPT
           MOVE "mail_max_attempts" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-MAX-ATTEMPTS

           PERFORM LOAD-QUEUE
           IF TABLE-OVERFLOW
           END-IF

           DISPLAY "Notifications: " WS-SENT-COUNT " sent, "
               WS-FAILED-COUNT " left queued for the next run, "
               WS-GAVE-UP-COUNT " given up as dead letters"

           STOP RUN.

                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       ELSE
                           ADD 1 TO WS-QUEUE-COUNT
                           PERFORM LOAD-ONE-QUEUE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.

      * A record from before the attempt columns existed reads back
      * with spaces there, which counts as no attempts yet.
       LOAD-ONE-QUEUE-ENTRY.
           MOVE NQ-STATUS TO WQ-STATUS(WS-QUEUE-COUNT)
           MOVE NQ-TIMESTAMP TO WQ-TIMESTAMP(WS-QUEUE-COUNT)
           MOVE NQ-NAME TO WQ-NAME(WS-QUEUE-COUNT)
           MOVE NQ-EMAIL TO WQ-EMAIL(WS-QUEUE-COUNT)
           IF NQ-ATTEMPTS IS NUMERIC
               MOVE NQ-ATTEMPTS TO WQ-ATTEMPTS(WS-QUEUE-COUNT)
           ELSE
               MOVE 0 TO WQ-ATTEMPTS(WS-QUEUE-COUNT)
           END-IF
           MOVE NQ-LAST-TRY TO WQ-LAST-TRY(WS-QUEUE-COUNT)
           MOVE NQ-LAST-ERROR TO WQ-LAST-ERROR(WS-QUEUE-COUNT).

      * Stages the notification text to a scratch file and hands it
      * to the system mailer; the entry is marked sent only when the
      * mailer exits zero.
           MOVE SPACES TO WS-MAIL-COMMAND
           STRING "mail -s 'New contact form submission' '"
                  FUNCTION TRIM(WS-RCPT)
                  "' < notify-body.tmp 2> notify-error.tmp"
               DELIMITED BY SIZE
               INTO WS-MAIL-COMMAND
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-MAIL-COMMAND
           MOVE RETURN-CODE TO WS-MAIL-EXIT
           MOVE 0 TO RETURN-CODE
           IF WS-MAIL-EXIT = 0
               MOVE "S" TO WQ-STATUS(WS-QUEUE-IDX)
               ADD 1 TO WS-SENT-COUNT
           ELSE
               PERFORM RECORD-SEND-FAILURE
           END-IF.

      * Counts the failed attempt on the record with the time and
      * the mailer's first line of complaint (or just its exit
      * status when it said nothing), and gives the record up as a
      * dead letter once it has failed WS-MAX-ATTEMPTS times.
       RECORD-SEND-FAILURE.
           IF WQ-ATTEMPTS(WS-QUEUE-IDX) < 99
               ADD 1 TO WQ-ATTEMPTS(WS-QUEUE-IDX)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WQ-LAST-TRY(WS-QUEUE-IDX)
           PERFORM READ-MAILER-ERROR
           MOVE WS-MAILER-ERROR TO WQ-LAST-ERROR(WS-QUEUE-IDX)
           IF WQ-ATTEMPTS(WS-QUEUE-IDX) >= WS-MAX-ATTEMPTS
               MOVE "F" TO WQ-STATUS(WS-QUEUE-IDX)
               ADD 1 TO WS-GAVE-UP-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       READ-MAILER-ERROR.
           MOVE SPACES TO WS-MAILER-ERROR
           MOVE 'N' TO WS-EOF-ERROR
           OPEN INPUT ERROR-FILE
           IF WS-ERROR-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-ERROR
           END-IF
           PERFORM UNTIL EOF-ERROR OR WS-MAILER-ERROR NOT = SPACES
               READ ERROR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ERROR
                   NOT AT END
                       MOVE FUNCTION TRIM(ERROR-RECORD)
                           TO WS-MAILER-ERROR
               END-READ
           END-PERFORM
           IF WS-ERROR-STATUS NOT = "35"
               CLOSE ERROR-FILE
           END-IF
           IF WS-MAILER-ERROR = SPACES
               MOVE WS-MAIL-EXIT TO WS-MAIL-EXIT-TEXT
               STRING "mailer exited with status "
                      FUNCTION TRIM(WS-MAIL-EXIT-TEXT)
                   DELIMITED BY SIZE
                   INTO WS-MAILER-ERROR
           END-IF.

      * Re-reads the live queue and appends to the table anything a
      * CGI request queued past the WS-LOADED-COUNT records this run
                       IF WS-REREAD-COUNT > WS-LOADED-COUNT
                          AND WS-QUEUE-COUNT < 500
                           ADD 1 TO WS-QUEUE-COUNT
                           PERFORM LOAD-ONE-QUEUE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           END-IF.

      * Rewrites the queue with the updated statuses.  Sent entries
      * are kept (marked "S") as a send history, and dead letters
      * ("F") stay for DEAD-LETTER-REPORT; if that ever grows
      * unwieldy an archive pass like ACCESS-LOG-ARCHIVE's can prune
      * them.
       REWRITE-QUEUE.
               MOVE WQ-TIMESTAMP(WS-QUEUE-IDX) TO NQ-TIMESTAMP
               MOVE WQ-NAME(WS-QUEUE-IDX) TO NQ-NAME
               MOVE WQ-EMAIL(WS-QUEUE-IDX) TO NQ-EMAIL
               MOVE WQ-ATTEMPTS(WS-QUEUE-IDX) TO NQ-ATTEMPTS
               MOVE WQ-LAST-TRY(WS-QUEUE-IDX) TO NQ-LAST-TRY
               MOVE WQ-LAST-ERROR(WS-QUEUE-IDX) TO NQ-LAST-ERROR
               WRITE NOTIFY-QUEUE-RECORD
           END-PERFORM
           CLOSE QUEUE-FILE.
