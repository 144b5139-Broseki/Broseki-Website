      * is likewise held back, un-checkpointed, until the sender
      * has drained -- the sender refuses an over-full queue, so
      * overfilling it would stop all mail, confirmations
      * included.  Only subscribers taking each post as it goes
      * live are mailed here -- the weekly ones are NEWSLETTER-
      * DIGEST's -- and of those only the ones whose followed tags
      * (TAG-FILTER) the post carries; a post that matches nobody
      * is still checkpointed, so it is not re-examined forever.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-SUB-ENTRY OCCURS 500 TIMES.
               10  WB-EMAIL PIC X(60).
               10  WB-TOKEN PIC X(32).
               10  WB-TAGS  PIC X(60).
               10  WB-MATCH PIC X(01).
       01  WS-SUB-COUNT        PIC 9(3) VALUE 0.
       01  WS-SUB-IDX          PIC 9(3).
      * How many of the loaded subscribers follow the current post.
       01  WS-MATCH-COUNT      PIC 9(3) VALUE 0.

      * Records already in data/mailing-queue plus what this run
      * adds.  NEWSLETTER-SENDER refuses to run at all past the 500
               STOP RUN
           END-IF
           PERFORM LOAD-CONFIRMED-SUBSCRIBERS
      * Even with nobody to mail, new posts are still checkpointed
      * as announced: digest readers have had them, and a reader who
      * later switches to immediate mail must not be sent the lot.
           IF WS-SUB-COUNT = 0
               DISPLAY "No confirmed subscribers taking posts as "
                   "they go live; new posts are marked announced "
                   "without mailings"
           END-IF
           PERFORM COUNT-QUEUE-DEPTH

                       IF BP-PUBLISHED
                           PERFORM CHECK-ALREADY-ANNOUNCED
                           IF NOT ALREADY-DONE
                               PERFORM MARK-MATCHING-SUBSCRIBERS
                               IF WS-QUEUE-DEPTH + WS-MATCH-COUNT
                                  > 500
                                   MOVE 'Y' TO WS-QUEUE-FULL
                               ELSE
                   AT END
                       MOVE 'Y' TO WS-EOF-SUBS
                   NOT AT END
                       IF SB-CONFIRMED AND SB-IMMEDIATE
                          AND WS-SUB-COUNT < 500
                           ADD 1 TO WS-SUB-COUNT
                           MOVE SB-EMAIL TO WB-EMAIL(WS-SUB-COUNT)
                           MOVE SB-TOKEN TO WB-TOKEN(WS-SUB-COUNT)
                           MOVE SB-TAGS TO WB-TAGS(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               END-IF
           END-PERFORM.

      * Flags the subscribers whose followed tags the current post
      * carries (all of them, for readers who follow no tags).
       MARK-MATCHING-SUBSCRIBERS.
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               CALL "TAG-FILTER" USING BP-TAGS WB-TAGS(WS-SUB-IDX)
                                       WB-MATCH(WS-SUB-IDX)
               IF WB-MATCH(WS-SUB-IDX) = "Y"
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-PERFORM.

      * One pending mailing per matching subscriber, then the post
      * id is checkpointed into the announced file -- in that order,
      * so a crash between the two re-queues (a duplicate email is
      * recoverable; a silently unannounced post is not).
           END-IF
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WB-MATCH(WS-SUB-IDX) = "Y"
                   MOVE "P" TO MQ-STATUS
                   MOVE "N" TO MQ-KIND
                   MOVE WB-EMAIL(WS-SUB-IDX) TO MQ-EMAIL
                   MOVE WB-TOKEN(WS-SUB-IDX) TO MQ-TOKEN
                   MOVE BP-ID TO MQ-POST-ID
                   MOVE FUNCTION CURRENT-DATE TO MQ-TIMESTAMP
                   MOVE 0 TO MQ-ATTEMPTS
                   MOVE SPACES TO MQ-LAST-TRY
                   MOVE SPACES TO MQ-LAST-ERROR
                   INITIALIZE MQ-DIGEST-IDS
                   MOVE 0 TO MQ-DIGEST-MORE
                   WRITE MAILING-QUEUE-RECORD
                   ADD 1 TO WS-MAILINGS-QUEUED
                   ADD 1 TO WS-QUEUE-DEPTH
               END-IF
           END-PERFORM
           CLOSE MAILING-QUEUE-FILE

               MOVE BP-ID TO WS-ANNOUNCED-ID(WS-ANNOUNCED-COUNT)
           END-IF
           ADD 1 TO WS-POSTS-QUEUED
           DISPLAY "Queued post " BP-ID " to " WS-MATCH-COUNT
               " subscriber(s): " FUNCTION TRIM(BP-TITLE).

       END PROGRAM NEWSLETTER-QUEUE.
