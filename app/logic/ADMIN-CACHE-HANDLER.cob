      * manifest knows about and offers one button that flushes the
      * lot (via PAGE-CACHE-FLUSH, the same subprogram the admin
      * save paths call), for the times a page needs to change ahead
      * of the age limit.  A second button runs CACHE-PREWARM, which
      * renders the home page, /posts and the busiest posts back
      * into the cache so the first readers after a flush are not
      * the ones who pay for it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ENTRY-COUNT      PIC 9(4) VALUE 0.
       01  WS-FLUSHED-COUNT    PIC 9(4) VALUE 0.
       01  WS-NOTICE-TEXT      PIC X(80).
      * CACHE-PREWARM runs as its own executable: the handlers it
      * renders through write to standard output, which here is
      * this very response.
       01  WS-PREWARM-COMMAND  PIC X(60)
           VALUE "./CACHE-PREWARM > /dev/null 2>&1".
       01  WS-PREWARM-STATUS   PIC S9(9).

       PROCEDURE DIVISION.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT "REQUEST_METHOD"
                       DELIMITED BY SIZE
                       INTO WS-NOTICE-TEXT
               END-IF
               IF FUNCTION TRIM(WS-ACTION) = "prewarm"
                   PERFORM RUN-CACHE-PREWARM
               END-IF
           END-IF

           PERFORM RENDER-SCREEN
           EXIT PROGRAM.

      * Nothing is flushed first: a page already captured is simply
      * rendered again over its capture.  No posts are named, so
      * PREWARM_POSTS is cleared in case the server passed one in.
       RUN-CACHE-PREWARM.
           DISPLAY "PREWARM_POSTS" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-PREWARM-COMMAND
           MOVE RETURN-CODE TO WS-PREWARM-STATUS
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO AU-USER
           MOVE "cache-prewarm" TO AU-ACTION
           MOVE SPACES TO AU-TARGET
           MOVE SPACES TO WS-NOTICE-TEXT
           IF WS-PREWARM-STATUS = 0
               MOVE "complete" TO AU-TARGET
               STRING "Prewarmed the cache; the captured pages are"
                      " listed below."
                   DELIMITED BY SIZE
                   INTO WS-NOTICE-TEXT
           ELSE
               MOVE "incomplete" TO AU-TARGET
               STRING "The cache prewarm did not finish; some pages"
                      " were not captured."
                   DELIMITED BY SIZE
                   INTO WS-NOTICE-TEXT
           END-IF
           CALL "AUDIT-LOG" USING AU-FIELDS.

       RENDER-SCREEN.
           DISPLAY "Content-type: text/html"
           DISPLAY X"0A"
               " value='flush'>"
           DISPLAY "<input type='submit' value='Flush the cache'>"
           DISPLAY "</form>"
           DISPLAY "<form method='POST' action='/admin/cache'>"
           DISPLAY "<input type='hidden' name='action'"
               " value='prewarm'>"
           DISPLAY "<input type='submit' value='Prewarm the cache'>"
           DISPLAY "</form>"
           DISPLAY "<p>Captured pages:</p>"
           DISPLAY "<ul>"
           MOVE 0 TO WS-ENTRY-COUNT
