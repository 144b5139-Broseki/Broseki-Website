       01  WS-CONTENT-TYPE    PIC X(40).
       01  WS-TRAVERSAL-BAD   PIC X VALUE 'N'.
           88  TRAVERSAL-BAD   VALUE 'Y'.
      * Body bytes streamed, left in RESPONSE_BYTES for ROUTER's
      * access-log line the way 404-HANDLER leaves RESPONSE_STATUS.
       01  WS-BYTES-SENT      PIC 9(9) VALUE 0.

      * Conditional GET: the asset's modification time (probed the
      * way HEALTH-HANDLER stamps the routes index) goes out as an
           IF PROBE-OK
               PERFORM CHECK-CONDITIONAL-HEADERS
               IF NOT-MODIFIED
                   DISPLAY "RESPONSE_STATUS" UPON ENVIRONMENT-NAME
                   DISPLAY "304" UPON ENVIRONMENT-VALUE
                   DISPLAY "RESPONSE_BYTES" UPON ENVIRONMENT-NAME
                   DISPLAY "0" UPON ENVIRONMENT-VALUE
                   DISPLAY "Status: 304 Not Modified"
                   PERFORM EMIT-VALIDATOR-HEADERS
                   DISPLAY X"0A"
                       NOT AT END
                           DISPLAY STATIC-ASSET-RECORD
                               WITH NO ADVANCING
                           ADD 1 TO WS-BYTES-SENT
                   END-READ
               END-PERFORM
               CLOSE STATIC-ASSET
               DISPLAY "RESPONSE_BYTES" UPON ENVIRONMENT-NAME
               DISPLAY WS-BYTES-SENT UPON ENVIRONMENT-VALUE
           END-IF
           EXIT PROGRAM.

