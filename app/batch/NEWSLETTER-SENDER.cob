      * Meant to run from cron next to NOTIFY-SENDER, this drains
      * the pending newsletter mailings SUBSCRIBE-HANDLER and
      * NEWSLETTER-QUEUE leave in data/mailing-queue: confirmation
      * links for fresh signups, new-post announcements, and the
      * weekly digests NEWSLETTER-DIGEST queues, each
      * handed to the system mailer and marked sent only when the
      * mailer accepts it, so a failed send is simply retried by
      * the next run instead of being lost.  The body is staged to
      * to letters, digits, and @.+_- at signup, and which is
      * re-checked here anyway before it goes anywhere near the
      * shell, since the queue is still a data file someone could
      * have edited.  Links are built from the site_url site
      * setting (falling back to localhost), because a batch
      * run has no Host header to lean on the way FEED-HANDLER
      * does.  Before the queue is rewritten, anything a concurrent
      * signup appended past the loaded records is re-read and
      * carried forward, the same append-gap care NOTIFY-SENDER
      * takes.  Failed sends are counted and given up as dead
      * letters ("F") after mail_max_attempts, the way NOTIFY-SENDER
      * does it, and so is an address that fails the character
      * check, at once.  Either way the address is suspended in
      * data/subscribers and its other pending announcements in
      * this run are given up with it, so NEWSLETTER-QUEUE stops
      * queuing to it; DEAD-LETTER-REPORT lists what gave up.
      * Every announcement and digest ends with the reader's
      * preferences and unsubscribe links.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BLOG-POSTS-FILE ASSIGN TO "data/blog-posts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTS-STATUS.
           SELECT SUBSCRIBERS-FILE ASSIGN TO "data/subscribers"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.
           SELECT BODY-FILE ASSIGN TO "newsletter-body.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-FILE ASSIGN TO "newsletter-error.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "MAILING-QUEUE.cpy".
       FD  BLOG-POSTS-FILE.
           COPY "BLOG-POST.cpy".
       FD  SUBSCRIBERS-FILE.
           COPY "SUBSCRIBER-REC.cpy".
       FD  BODY-FILE.
       01  BODY-RECORD PIC X(250).
       FD  ERROR-FILE.
       01  ERROR-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS    PIC XX.
       01  WS-POSTS-STATUS    PIC XX.
       01  WS-SUBS-STATUS     PIC XX.
       01  WS-ERROR-STATUS    PIC XX.
       01  WS-EOF-QUEUE       PIC X VALUE 'N'.
           88  EOF-QUEUE       VALUE 'Y'.
       01  WS-EOF-POSTS       PIC X VALUE 'N'.
           88  EOF-POSTS       VALUE 'Y'.
       01  WS-EOF-SUBS        PIC X VALUE 'N'.
           88  EOF-SUBS        VALUE 'Y'.
       01  WS-EOF-ERROR       PIC X VALUE 'N'.
           88  EOF-ERROR       VALUE 'Y'.

       01  WS-QUEUE-TABLE-GRP.
           05  WS-QUEUE-ENTRY OCCURS 500 TIMES.
               10  WQ-TOKEN     PIC X(32).
               10  WQ-POST-ID   PIC 9(4).
               10  WQ-TIMESTAMP PIC X(21).
               10  WQ-ATTEMPTS  PIC 9(2).
               10  WQ-LAST-TRY  PIC X(21).
               10  WQ-LAST-ERROR PIC X(80).
               10  WQ-DIGEST-IDS.
                   15  WQ-DIGEST-ID PIC 9(4) OCCURS 12 TIMES.
               10  WQ-DIGEST-MORE PIC 9(3).
       01  WS-QUEUE-COUNT     PIC 9(3) VALUE 0.
      * Set when the queue outgrew the table.  The run stops before
      * sending or rewriting anything then: rewriting just the
       01  WS-POST-IDX        PIC 9(3).
       01  WS-SLIDE-IDX       PIC 9(3).
       01  WS-FOUND-TITLE     PIC X(60).
       01  WS-LOOKUP-ID       PIC 9(4).
       01  WS-DIGEST-IDX      PIC 99.
       01  WS-MORE-TEXT       PIC Z(2)9.

       01  WS-SITE-URL        PIC X(100).
       01  WS-MAIL-COMMAND    PIC X(300).
       01  WS-EMAIL-POS       PIC 99.
       01  WS-EMAIL-CHAR      PIC X.

      * Failed sends a record may run up before it is given up on:
      * the mail_max_attempts site setting.
       01  WS-MAX-ATTEMPTS    PIC 9(2) VALUE 5.
           COPY "SETTING-FIELDS.cpy".
       01  WS-MAIL-EXIT       PIC S9(9).
       01  WS-MAIL-EXIT-TEXT  PIC -(9)9.
       01  WS-MAILER-ERROR    PIC X(80).
       01  WS-OTHER-IDX       PIC 9(3).

      * Addresses whose mail went to the dead letters this run, to
      * be suspended in data/subscribers once the sends are done.
       01  WS-SUSPEND-GRP.
           05  WS-SUSPEND-EMAIL PIC X(60) OCCURS 500 TIMES.
       01  WS-SUSPEND-COUNT   PIC 9(3) VALUE 0.
       01  WS-SUSPEND-IDX     PIC 9(3).

      * The subscriber list, loaded only when something needs
      * suspending; same 500-row bound SUBSCRIBE-HANDLER keeps.
       01  WS-SUB-TABLE-GRP.
           05  WS-SUB-ENTRY OCCURS 500 TIMES.
               10  WB-EMAIL     PIC X(60).
               10  WB-STATUS    PIC X(01).
               10  WB-TOKEN     PIC X(32).
               10  WB-TIMESTAMP PIC X(21).
               10  WB-FREQUENCY PIC X(01).
               10  WB-TAGS      PIC X(60).
       01  WS-SUB-COUNT       PIC 9(3) VALUE 0.
       01  WS-SUB-IDX         PIC 9(3).
       01  WS-SUBS-OVERFLOW   PIC X VALUE 'N'.
           88  SUBS-OVERFLOW   VALUE 'Y'.
       01  WS-SUBS-CHANGED    PIC X VALUE 'N'.
           88  SUBS-CHANGED    VALUE 'Y'.

       01  WS-SENT-COUNT      PIC 9(3) VALUE 0.
       01  WS-FAILED-COUNT    PIC 9(3) VALUE 0.
       01  WS-SKIPPED-COUNT   PIC 9(3) VALUE 0.
       01  WS-GAVE-UP-COUNT   PIC 9(3) VALUE 0.
       01  WS-SUSPENDED-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "site_url" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-VALUE TO WS-SITE-URL
           MOVE "mail_max_attempts" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-MAX-ATTEMPTS

           PERFORM LOAD-QUEUE
           IF TABLE-OVERFLOW
           ELSE
               PERFORM REWRITE-QUEUE
           END-IF
           IF WS-SUSPEND-COUNT > 0 AND NOT TABLE-OVERFLOW
               PERFORM SUSPEND-SUBSCRIBERS
           END-IF

           DISPLAY "Mailings: " WS-SENT-COUNT " sent, "
               WS-FAILED-COUNT " left queued, "
               WS-GAVE-UP-COUNT " given up as dead letters ("
               WS-SKIPPED-COUNT " for a bad address), "
               WS-SUSPENDED-COUNT " subscriber(s) suspended"
           STOP RUN.

       LOAD-QUEUE.
           MOVE MQ-EMAIL TO WQ-EMAIL(WS-QUEUE-COUNT)
           MOVE MQ-TOKEN TO WQ-TOKEN(WS-QUEUE-COUNT)
           MOVE MQ-POST-ID TO WQ-POST-ID(WS-QUEUE-COUNT)
           MOVE MQ-TIMESTAMP TO WQ-TIMESTAMP(WS-QUEUE-COUNT)
      * A record from before the attempt columns existed reads back
      * with spaces there, which counts as no attempts yet.
           IF MQ-ATTEMPTS IS NUMERIC
               MOVE MQ-ATTEMPTS TO WQ-ATTEMPTS(WS-QUEUE-COUNT)
           ELSE
               MOVE 0 TO WQ-ATTEMPTS(WS-QUEUE-COUNT)
           END-IF
           MOVE MQ-LAST-TRY TO WQ-LAST-TRY(WS-QUEUE-COUNT)
           MOVE MQ-LAST-ERROR TO WQ-LAST-ERROR(WS-QUEUE-COUNT)
      * Likewise the digest columns, which only a "D" record uses.
           IF MQ-DIGEST-IDS IS NUMERIC
               MOVE MQ-DIGEST-IDS TO WQ-DIGEST-IDS(WS-QUEUE-COUNT)
           ELSE
               INITIALIZE WQ-DIGEST-IDS(WS-QUEUE-COUNT)
           END-IF
           IF MQ-DIGEST-MORE IS NUMERIC
               MOVE MQ-DIGEST-MORE TO WQ-DIGEST-MORE(WS-QUEUE-COUNT)
           ELSE
               MOVE 0 TO WQ-DIGEST-MORE(WS-QUEUE-COUNT)
           END-IF.

      * Every post's id and title, OLDEST slid out if the archive
      * outgrows the table, the discipline FEED-HANDLER keeps.
           MOVE "a new post" TO WS-FOUND-TITLE
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WP-ID(WS-POST-IDX) = WS-LOOKUP-ID
                   MOVE WP-TITLE(WS-POST-IDX) TO WS-FOUND-TITLE
                   EXIT PERFORM
               END-IF
      * Stages the mailing text to the scratch file and hands it to
      * the system mailer; the entry is marked sent only when the
      * mailer exits zero.  An address that fails the character
      * check never reaches the shell: it goes straight to the dead
      * letters and is counted as skipped, because it will never
      * get better by retrying.
       SEND-ONE-MAILING.
           PERFORM CHECK-EMAIL-SHAPE
           IF EMAIL-BAD
               MOVE FUNCTION CURRENT-DATE TO WQ-LAST-TRY(WS-QUEUE-IDX)
               MOVE "address fails the character check"
                   TO WQ-LAST-ERROR(WS-QUEUE-IDX)
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM GIVE-UP-MAILING
               EXIT PARAGRAPH
           END-IF
      * The subject stays fixed literal text, the same discipline
      * body, never on the command line, where an apostrophe would
      * break the quoting and a crafted title could reach the
      * shell.
           EVALUATE WQ-KIND(WS-QUEUE-IDX)
               WHEN "C"
                   PERFORM STAGE-CONFIRM-BODY
                   MOVE "Confirm your subscription"
                       TO WS-MAIL-SUBJECT
               WHEN "D"
                   PERFORM STAGE-DIGEST-BODY
                   MOVE "Your weekly digest" TO WS-MAIL-SUBJECT
               WHEN OTHER
                   PERFORM STAGE-POST-BODY
                   MOVE "A new post is live" TO WS-MAIL-SUBJECT
           END-EVALUATE

           MOVE SPACES TO WS-MAIL-COMMAND
           STRING "mail -s '"
                  FUNCTION TRIM(WS-MAIL-SUBJECT) "' '"
                  FUNCTION TRIM(WQ-EMAIL(WS-QUEUE-IDX))
                  "' < newsletter-body.tmp 2> newsletter-error.tmp"
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
      * status when it said nothing), and gives the mailing up once
      * it has failed WS-MAX-ATTEMPTS times.
       RECORD-SEND-FAILURE.
           IF WQ-ATTEMPTS(WS-QUEUE-IDX) < 99
               ADD 1 TO WQ-ATTEMPTS(WS-QUEUE-IDX)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WQ-LAST-TRY(WS-QUEUE-IDX)
           PERFORM READ-MAILER-ERROR
           MOVE WS-MAILER-ERROR TO WQ-LAST-ERROR(WS-QUEUE-IDX)
           IF WQ-ATTEMPTS(WS-QUEUE-IDX) >= WS-MAX-ATTEMPTS
               PERFORM GIVE-UP-MAILING
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

      * Marks the mailing a dead letter and remembers the address
      * for suspension.  The address's other pending announcements
      * and digests in this run go with it -- each would only fail
      * the same way -- but a pending confirmation stays: that is a
      * fresh signup asking to prove the address works again.
       GIVE-UP-MAILING.
           MOVE "F" TO WQ-STATUS(WS-QUEUE-IDX)
           ADD 1 TO WS-GAVE-UP-COUNT
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > WS-QUEUE-COUNT
               IF WQ-STATUS(WS-OTHER-IDX) = "P"
                  AND (WQ-KIND(WS-OTHER-IDX) = "N"
                       OR WQ-KIND(WS-OTHER-IDX) = "D")
                  AND WQ-EMAIL(WS-OTHER-IDX)
                      = WQ-EMAIL(WS-QUEUE-IDX)
                   MOVE "F" TO WQ-STATUS(WS-OTHER-IDX)
                   MOVE WQ-LAST-TRY(WS-QUEUE-IDX)
                       TO WQ-LAST-TRY(WS-OTHER-IDX)
                   MOVE "subscriber suspended after earlier failures"
                       TO WQ-LAST-ERROR(WS-OTHER-IDX)
                   ADD 1 TO WS-GAVE-UP-COUNT
               END-IF
           END-PERFORM
           IF WS-SUSPEND-COUNT < 500
               ADD 1 TO WS-SUSPEND-COUNT
               MOVE WQ-EMAIL(WS-QUEUE-IDX)
                   TO WS-SUSPEND-EMAIL(WS-SUSPEND-COUNT)
           END-IF.

      * The same strict shape SUBSCRIBE-HANDLER enforced at signup:
      * one "@" and nothing outside letters, digits, and @.+_-.
           CLOSE BODY-FILE.

       STAGE-POST-BODY.
           MOVE WQ-POST-ID(WS-QUEUE-IDX) TO WS-LOOKUP-ID
           PERFORM FIND-POST-TITLE
           OPEN OUTPUT BODY-FILE
           MOVE SPACES TO WS-BODY-LINE
               DELIMITED BY SIZE
               INTO WS-BODY-LINE
           WRITE BODY-RECORD FROM WS-BODY-LINE
           PERFORM STAGE-SUBSCRIBER-LINKS
           CLOSE BODY-FILE.

      * One line per post the digest covers, title then link, and a
      * pointer to the rest when NEWSLETTER-DIGEST had more than the
      * record holds.
       STAGE-DIGEST-BODY.
           OPEN OUTPUT BODY-FILE
           MOVE "New posts from the past week:" TO WS-BODY-LINE
           WRITE BODY-RECORD FROM WS-BODY-LINE
           PERFORM VARYING WS-DIGEST-IDX FROM 1 BY 1
               UNTIL WS-DIGEST-IDX > 12
               IF WQ-DIGEST-ID(WS-QUEUE-IDX, WS-DIGEST-IDX) > 0
                   MOVE WQ-DIGEST-ID(WS-QUEUE-IDX, WS-DIGEST-IDX)
                       TO WS-LOOKUP-ID
                   PERFORM FIND-POST-TITLE
                   MOVE SPACES TO WS-BODY-LINE
                   WRITE BODY-RECORD FROM WS-BODY-LINE
                   MOVE SPACES TO WS-BODY-LINE
                   STRING "  " FUNCTION TRIM(WS-FOUND-TITLE)
                       DELIMITED BY SIZE
                       INTO WS-BODY-LINE
                   WRITE BODY-RECORD FROM WS-BODY-LINE
                   MOVE SPACES TO WS-BODY-LINE
                   STRING "  " FUNCTION TRIM(WS-SITE-URL) "/post/"
                          WS-LOOKUP-ID
                       DELIMITED BY SIZE
                       INTO WS-BODY-LINE
                   WRITE BODY-RECORD FROM WS-BODY-LINE
               END-IF
           END-PERFORM
           IF WQ-DIGEST-MORE(WS-QUEUE-IDX) > 0
               MOVE WQ-DIGEST-MORE(WS-QUEUE-IDX) TO WS-MORE-TEXT
               MOVE SPACES TO WS-BODY-LINE
               WRITE BODY-RECORD FROM WS-BODY-LINE
               MOVE SPACES TO WS-BODY-LINE
               STRING "...and " FUNCTION TRIM(WS-MORE-TEXT)
                      " more at " FUNCTION TRIM(WS-SITE-URL)
                      "/posts"
                   DELIMITED BY SIZE
                   INTO WS-BODY-LINE
               WRITE BODY-RECORD FROM WS-BODY-LINE
           END-IF
           PERFORM STAGE-SUBSCRIBER-LINKS
           CLOSE BODY-FILE.

      * The footer every announcement and digest carries: where to
      * change what arrives, and how to stop it.
       STAGE-SUBSCRIBER-LINKS.
           MOVE SPACES TO WS-BODY-LINE
           WRITE BODY-RECORD FROM WS-BODY-LINE
           MOVE "To change the topics or how often these arrive:"
               TO WS-BODY-LINE
           WRITE BODY-RECORD FROM WS-BODY-LINE
           MOVE SPACES TO WS-BODY-LINE
           STRING FUNCTION TRIM(WS-SITE-URL)
                  "/subscribe/prefs?token="
                  FUNCTION TRIM(WQ-TOKEN(WS-QUEUE-IDX))
               DELIMITED BY SIZE
               INTO WS-BODY-LINE
           WRITE BODY-RECORD FROM WS-BODY-LINE
           MOVE "To stop these mailings:" TO WS-BODY-LINE
           WRITE BODY-RECORD FROM WS-BODY-LINE
                  FUNCTION TRIM(WQ-TOKEN(WS-QUEUE-IDX))
               DELIMITED BY SIZE
               INTO WS-BODY-LINE
           WRITE BODY-RECORD FROM WS-BODY-LINE.

      * Re-reads the live queue and appends to the table anything a
      * CGI request queued past the WS-LOADED-COUNT records this run
      * season of ordinary mailings and stall every later run.
      * What was mailed is answerable from data/announced-posts
      * and the subscriber list; the queue only owes retry safety.
      * Dead letters ("F") are kept for DEAD-LETTER-REPORT until
      * someone clears them out; a suspended subscriber adds no
      * more, so they stay few.
       REWRITE-QUEUE.
           OPEN OUTPUT QUEUE-FILE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   MOVE WQ-POST-ID(WS-QUEUE-IDX) TO MQ-POST-ID
                   MOVE WQ-TIMESTAMP(WS-QUEUE-IDX)
                       TO MQ-TIMESTAMP
                   MOVE WQ-ATTEMPTS(WS-QUEUE-IDX) TO MQ-ATTEMPTS
                   MOVE WQ-LAST-TRY(WS-QUEUE-IDX) TO MQ-LAST-TRY
                   MOVE WQ-LAST-ERROR(WS-QUEUE-IDX)
                       TO MQ-LAST-ERROR
                   MOVE WQ-DIGEST-IDS(WS-QUEUE-IDX)
                       TO MQ-DIGEST-IDS
                   MOVE WQ-DIGEST-MORE(WS-QUEUE-IDX)
                       TO MQ-DIGEST-MORE
                   WRITE MAILING-QUEUE-RECORD
               END-IF
           END-PERFORM
           CLOSE QUEUE-FILE.

      * Moves every CONFIRMED subscriber whose mail went to the dead
      * letters this run to SUSPENDED.  The list is loaded and
      * rewritten back to back, the short window SUBSCRIBE-HANDLER
      * itself works in; a list too big for the table is left
      * alone rather than cut short, and the dead letters still
      * show who should have been suspended.
       SUSPEND-SUBSCRIBERS.
           MOVE 0 TO WS-SUB-COUNT
           OPEN INPUT SUBSCRIBERS-FILE
           IF WS-SUBS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SUBS
           END-IF
           PERFORM UNTIL EOF-SUBS
               READ SUBSCRIBERS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SUBS
                   NOT AT END
                       IF WS-SUB-COUNT >= 500
                           MOVE 'Y' TO WS-SUBS-OVERFLOW
                       ELSE
                           ADD 1 TO WS-SUB-COUNT
                           MOVE SB-EMAIL TO WB-EMAIL(WS-SUB-COUNT)
                           MOVE SB-STATUS TO WB-STATUS(WS-SUB-COUNT)
                           MOVE SB-TOKEN TO WB-TOKEN(WS-SUB-COUNT)
                           MOVE SB-TIMESTAMP
                               TO WB-TIMESTAMP(WS-SUB-COUNT)
                           MOVE SB-FREQUENCY
                               TO WB-FREQUENCY(WS-SUB-COUNT)
                           MOVE SB-TAGS TO WB-TAGS(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUBS-STATUS NOT = "35"
               CLOSE SUBSCRIBERS-FILE
           END-IF
           IF SUBS-OVERFLOW
               DISPLAY "Subscriber list is larger than this run can "
                   "hold; failing addresses were not suspended"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WB-STATUS(WS-SUB-IDX) = "C"
                   PERFORM VARYING WS-SUSPEND-IDX FROM 1 BY 1
                       UNTIL WS-SUSPEND-IDX > WS-SUSPEND-COUNT
                       IF WS-SUSPEND-EMAIL(WS-SUSPEND-IDX)
                          = WB-EMAIL(WS-SUB-IDX)
                           MOVE "S" TO WB-STATUS(WS-SUB-IDX)
                           MOVE 'Y' TO WS-SUBS-CHANGED
                           ADD 1 TO WS-SUSPENDED-COUNT
                           DISPLAY "Suspended subscriber "
                               FUNCTION TRIM(WB-EMAIL(WS-SUB-IDX))
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF NOT SUBS-CHANGED
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SUBSCRIBERS-FILE
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WB-EMAIL(WS-SUB-IDX) TO SB-EMAIL
               MOVE WB-STATUS(WS-SUB-IDX) TO SB-STATUS
               MOVE WB-TOKEN(WS-SUB-IDX) TO SB-TOKEN
               MOVE WB-TIMESTAMP(WS-SUB-IDX) TO SB-TIMESTAMP
               MOVE WB-FREQUENCY(WS-SUB-IDX) TO SB-FREQUENCY
               MOVE WB-TAGS(WS-SUB-IDX) TO SB-TAGS
               WRITE SUBSCRIBER-RECORD
           END-PERFORM
           CLOSE SUBSCRIBERS-FILE.

       END PROGRAM NEWSLETTER-SENDER.
