       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWSLETTER-DIGEST.

      * Meant to run from cron once a week, this queues one digest
      * mailing (kind "D", see MAILING-QUEUE.cpy) to every confirmed
      * subscriber who chose the weekly digest on the preferences
      * page, listing the PUBLISHED posts no digest has covered yet
      * that carry a tag the reader follows (TAG-FILTER, the same
      * test NEWSLETTER-QUEUE applies to immediate readers).
      * NEWSLETTER-SENDER mails it like any other queued record.  A
      * record names at most 12 posts; past that it carries the
      * count of the rest and the mail points at the archive.  The
      * data/digested-posts file is this job's checkpoint, kept the
      * way NEWSLETTER-QUEUE keeps data/announced-posts: the first
      * run only seeds it with everything already published, and
      * the ids are appended only after every digest was written,
      * so a crash mid-run re-queues the week rather than losing
      * it.  A subscriber none of the week's posts match simply
      * gets no mail.  If the digests would push the queue past the
      * 500 records NEWSLETTER-SENDER can load, the run queues
      * nothing, checkpoints nothing, and ends with return code 1 so
      * the week is retried once the sender has drained.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOG-POSTS-FILE ASSIGN TO "data/blog-posts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTS-STATUS.
           SELECT SUBSCRIBERS-FILE ASSIGN TO "data/subscribers"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.
           SELECT MAILING-QUEUE-FILE ASSIGN TO "data/mailing-queue"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT DIGESTED-FILE ASSIGN TO "data/digested-posts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGESTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOG-POSTS-FILE.
           COPY "BLOG-POST.cpy".
       FD  SUBSCRIBERS-FILE.
           COPY "SUBSCRIBER-REC.cpy".
       FD  MAILING-QUEUE-FILE.
           COPY "MAILING-QUEUE.cpy".
       FD  DIGESTED-FILE.
       01  DIGESTED-RECORD PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-POSTS-STATUS     PIC XX.
       01  WS-SUBS-STATUS      PIC XX.
       01  WS-QUEUE-STATUS     PIC XX.
       01  WS-DIGESTED-STATUS  PIC XX.
       01  WS-EOF-POSTS        PIC X VALUE 'N'.
           88  EOF-POSTS        VALUE 'Y'.
       01  WS-EOF-SUBS         PIC X VALUE 'N'.
           88  EOF-SUBS         VALUE 'Y'.
       01  WS-EOF-DIGESTED     PIC X VALUE 'N'.
           88  EOF-DIGESTED     VALUE 'Y'.
       01  WS-EOF-QUEUE        PIC X VALUE 'N'.
           88  EOF-QUEUE        VALUE 'Y'.

       01  WS-DIGESTED-MISSING PIC X VALUE 'N'.
           88  DIGESTED-MISSING     VALUE 'Y'.
      * Set when the digested file outgrew the table.  The run stops
      * then, for the reason NEWSLETTER-QUEUE gives: an id the table
      * could not hold would read as new and go out again to every
      * weekly reader.
       01  WS-DIGESTED-OVERFLOW PIC X VALUE 'N'.
           88  DIGESTED-OVERFLOW     VALUE 'Y'.
       01  WS-DIGESTED-GRP.
           05  WS-DIGESTED-ID  PIC 9(4) OCCURS 500 TIMES.
       01  WS-DIGESTED-COUNT   PIC 9(3) VALUE 0.
       01  WS-DIGESTED-IDX     PIC 9(3).
       01  WS-ALREADY-DONE     PIC X.
           88  ALREADY-DONE     VALUE 'Y'.

      * The posts this digest covers.  More than a table's worth in
      * one week just leaves the rest un-checkpointed for the next.
       01  WS-NEW-POST-GRP.
           05  WS-NEW-POST OCCURS 200 TIMES.
               10  WN-ID    PIC 9(4).
               10  WN-TAGS  PIC X(60).
       01  WS-NEW-COUNT        PIC 9(3) VALUE 0.
       01  WS-NEW-IDX          PIC 9(3).
       01  WS-NEW-HELD         PIC 9(4) VALUE 0.

      * Weekly subscribers and what each one's digest will list.
       01  WS-SUB-TABLE-GRP.
           05  WS-SUB-ENTRY OCCURS 500 TIMES.
               10  WB-EMAIL  PIC X(60).
               10  WB-TOKEN  PIC X(32).
               10  WB-TAGS   PIC X(60).
               10  WB-PICKED PIC 9(3).
               10  WB-IDS.
                   15  WB-ID PIC 9(4) OCCURS 12 TIMES.
               10  WB-MORE   PIC 9(3).
       01  WS-SUB-COUNT        PIC 9(3) VALUE 0.
       01  WS-SUB-IDX          PIC 9(3).
       01  WS-TAG-MATCH        PIC X(01).

       01  WS-QUEUE-DEPTH      PIC 9(6) VALUE 0.
       01  WS-DIGESTS-DUE      PIC 9(3) VALUE 0.
       01  WS-DIGESTS-QUEUED   PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-DIGESTED-IDS
           IF DIGESTED-MISSING
               PERFORM SEED-DIGESTED-BASELINE
               DISPLAY "No data/digested-posts file yet; seeded "
                   "the baseline with every published post -- only "
                   "posts published after this run will be digested"
               STOP RUN
           END-IF
           IF DIGESTED-OVERFLOW
               DISPLAY "data/digested-posts holds more than 500 "
                   "ids; refusing to run rather than re-send posts "
                   "the table could not hold -- prune ids below the "
                   "live range first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-NEW-POSTS
           IF WS-NEW-COUNT = 0
               DISPLAY "No posts published since the last digest; "
                   "nothing to queue"
               STOP RUN
           END-IF
           PERFORM LOAD-WEEKLY-SUBSCRIBERS
           PERFORM PICK-DIGEST-POSTS

           IF WS-DIGESTS-DUE > 0
               PERFORM COUNT-QUEUE-DEPTH
               IF WS-QUEUE-DEPTH + WS-DIGESTS-DUE > 500
                   DISPLAY "Mailing queue is too close to the "
                       "sender's 500-record limit for "
                       WS-DIGESTS-DUE " digest(s); nothing queued, "
                       "run again after the sender drains"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM QUEUE-DIGESTS
           END-IF
           PERFORM CHECKPOINT-NEW-POSTS

           IF WS-NEW-HELD > 0
               DISPLAY WS-NEW-HELD " further new post(s) did not "
                   "fit this run and wait for the next digest"
           END-IF
           DISPLAY "Queued " WS-DIGESTS-QUEUED " digest(s) covering "
               WS-NEW-COUNT " new post(s) for " WS-SUB-COUNT
               " weekly subscriber(s)"
           STOP RUN.

       LOAD-DIGESTED-IDS.
           MOVE 0 TO WS-DIGESTED-COUNT
           OPEN INPUT DIGESTED-FILE
           IF WS-DIGESTED-STATUS = "35"
               MOVE 'Y' TO WS-DIGESTED-MISSING
           END-IF
           IF WS-DIGESTED-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-DIGESTED
           END-IF
           PERFORM UNTIL EOF-DIGESTED
               READ DIGESTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-DIGESTED
                   NOT AT END
                       IF DIGESTED-RECORD IS NUMERIC
                           IF WS-DIGESTED-COUNT >= 500
                               MOVE 'Y' TO WS-DIGESTED-OVERFLOW
                           ELSE
                               ADD 1 TO WS-DIGESTED-COUNT
                               MOVE DIGESTED-RECORD TO
                                   WS-DIGESTED-ID(
                                       WS-DIGESTED-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DIGESTED-STATUS NOT = "35"
               CLOSE DIGESTED-FILE
           END-IF.

      * Writes every currently published id into a fresh digested
      * file, so the first digest carries only what publishes from
      * now on.
       SEED-DIGESTED-BASELINE.
           OPEN OUTPUT DIGESTED-FILE
           MOVE 'N' TO WS-EOF-POSTS
           OPEN INPUT BLOG-POSTS-FILE
           IF WS-POSTS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-POSTS
           END-IF
           PERFORM UNTIL EOF-POSTS
               READ BLOG-POSTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-POSTS
                   NOT AT END
                       IF BP-PUBLISHED
                           MOVE BP-ID TO DIGESTED-RECORD
                           WRITE DIGESTED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTS-STATUS NOT = "35"
               CLOSE BLOG-POSTS-FILE
           END-IF
           CLOSE DIGESTED-FILE.

      * Published posts no digest has covered yet, in file order.
       LOAD-NEW-POSTS.
           MOVE 0 TO WS-NEW-COUNT
           MOVE 'N' TO WS-EOF-POSTS
           OPEN INPUT BLOG-POSTS-FILE
           IF WS-POSTS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-POSTS
           END-IF
           PERFORM UNTIL EOF-POSTS
               READ BLOG-POSTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-POSTS
                   NOT AT END
                       IF BP-PUBLISHED
                           PERFORM CHECK-ALREADY-DIGESTED
                           IF NOT ALREADY-DONE
                               IF WS-NEW-COUNT >= 200
                                   ADD 1 TO WS-NEW-HELD
                               ELSE
                                   ADD 1 TO WS-NEW-COUNT
                                   MOVE BP-ID TO WN-ID(WS-NEW-COUNT)
                                   MOVE BP-TAGS
                                       TO WN-TAGS(WS-NEW-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTS-STATUS NOT = "35"
               CLOSE BLOG-POSTS-FILE
           END-IF.

       CHECK-ALREADY-DIGESTED.
           MOVE 'N' TO WS-ALREADY-DONE
           PERFORM VARYING WS-DIGESTED-IDX FROM 1 BY 1
               UNTIL WS-DIGESTED-IDX > WS-DIGESTED-COUNT
               IF WS-DIGESTED-ID(WS-DIGESTED-IDX) = BP-ID
                   MOVE 'Y' TO WS-ALREADY-DONE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-WEEKLY-SUBSCRIBERS.
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
                       IF SB-CONFIRMED AND SB-WEEKLY
                          AND WS-SUB-COUNT < 500
                           ADD 1 TO WS-SUB-COUNT
                           MOVE SB-EMAIL TO WB-EMAIL(WS-SUB-COUNT)
                           MOVE SB-TOKEN TO WB-TOKEN(WS-SUB-COUNT)
                           MOVE SB-TAGS TO WB-TAGS(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUBS-STATUS NOT = "35"
               CLOSE SUBSCRIBERS-FILE
           END-IF.

      * For each weekly reader, the first 12 matching posts go on
      * the record by id and the rest are only counted.
       PICK-DIGEST-POSTS.
           MOVE 0 TO WS-DIGESTS-DUE
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE 0 TO WB-PICKED(WS-SUB-IDX)
               INITIALIZE WB-IDS(WS-SUB-IDX)
               MOVE 0 TO WB-MORE(WS-SUB-IDX)
               PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
                   CALL "TAG-FILTER" USING WN-TAGS(WS-NEW-IDX)
                                           WB-TAGS(WS-SUB-IDX)
                                           WS-TAG-MATCH
                   IF WS-TAG-MATCH = "Y"
                       PERFORM PICK-ONE-POST
                   END-IF
               END-PERFORM
               IF WB-PICKED(WS-SUB-IDX) > 0
                   ADD 1 TO WS-DIGESTS-DUE
               END-IF
           END-PERFORM.

       PICK-ONE-POST.
           IF WB-PICKED(WS-SUB-IDX) < 12
               ADD 1 TO WB-PICKED(WS-SUB-IDX)
               MOVE WN-ID(WS-NEW-IDX)
                   TO WB-ID(WS-SUB-IDX, WB-PICKED(WS-SUB-IDX))
           ELSE
               ADD 1 TO WB-MORE(WS-SUB-IDX)
           END-IF.

      * How many records the mailing queue already holds, counted
      * the way NEWSLETTER-QUEUE counts them.
       COUNT-QUEUE-DEPTH.
           MOVE 0 TO WS-QUEUE-DEPTH
           OPEN INPUT MAILING-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-QUEUE
           END-IF
           PERFORM UNTIL EOF-QUEUE
               READ MAILING-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-QUEUE
                   NOT AT END
                       ADD 1 TO WS-QUEUE-DEPTH
               END-READ
           END-PERFORM
           IF WS-QUEUE-STATUS NOT = "35"
               CLOSE MAILING-QUEUE-FILE
           END-IF.

       QUEUE-DIGESTS.
           OPEN EXTEND MAILING-QUEUE-FILE
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT MAILING-QUEUE-FILE
           END-IF
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WB-PICKED(WS-SUB-IDX) > 0
                   MOVE "P" TO MQ-STATUS
                   MOVE "D" TO MQ-KIND
                   MOVE WB-EMAIL(WS-SUB-IDX) TO MQ-EMAIL
                   MOVE WB-TOKEN(WS-SUB-IDX) TO MQ-TOKEN
                   MOVE 0 TO MQ-POST-ID
                   MOVE FUNCTION CURRENT-DATE TO MQ-TIMESTAMP
                   MOVE 0 TO MQ-ATTEMPTS
                   MOVE SPACES TO MQ-LAST-TRY
                   MOVE SPACES TO MQ-LAST-ERROR
                   MOVE WB-IDS(WS-SUB-IDX) TO MQ-DIGEST-IDS
                   MOVE WB-MORE(WS-SUB-IDX) TO MQ-DIGEST-MORE
                   WRITE MAILING-QUEUE-RECORD
                   ADD 1 TO WS-DIGESTS-QUEUED
               END-IF
           END-PERFORM
           CLOSE MAILING-QUEUE-FILE.

      * Only after every digest is on the queue: a crash before this
      * re-queues the week, which is a duplicate mail at worst.
       CHECKPOINT-NEW-POSTS.
           OPEN EXTEND DIGESTED-FILE
           IF WS-DIGESTED-STATUS = "35"
               OPEN OUTPUT DIGESTED-FILE
           END-IF
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
               UNTIL WS-NEW-IDX > WS-NEW-COUNT
               MOVE WN-ID(WS-NEW-IDX) TO DIGESTED-RECORD
               WRITE DIGESTED-RECORD
           END-PERFORM
           CLOSE DIGESTED-FILE.

       END PROGRAM NEWSLETTER-DIGEST.
