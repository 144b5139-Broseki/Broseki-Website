      * summary: hit counts per route/handler, how many requests fell
      * through to the 404 handler, and the top referring pages, so
      * traffic trends don't require grepping the raw log by hand.
      * Every count is split into readers and robots by the HUMAN/BOT
      * class ROUTER logs ahead of the User-Agent, so crawlers never
      * pass for readership; a line logged before the class existed
      * counts as a reader.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD PIC X(500).
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-LOG-LINE        PIC X(500).
       01  WS-EOF-LOG         PIC X VALUE 'N'.
           88  EOF-LOG         VALUE 'Y'.
       01  WS-TODAY           PIC X(8).

      * One routes-file line's worth of log fields: timestamp, method,
      * route, handler, result, referer (or "-" for no Referer
      * header), elapsed ms, cache flag, status, size, client and
      * the HUMAN/BOT class, the same shape LOG-ACCESS-ENTRY writes;
      * the User-Agent after them is not needed here.
       01  WS-TOKENS-GRP.
           05  WS-TOKEN       PIC X(100) OCCURS 12 TIMES.
       01  WS-LINE-IS-BOT     PIC X VALUE 'N'.
           88  LINE-IS-BOT     VALUE 'Y'.

       01  WS-TOTAL-COUNT     PIC 9(6) VALUE 0.
       01  WS-BOT-COUNT       PIC 9(6) VALUE 0.
       01  WS-404-COUNT       PIC 9(6) VALUE 0.
       01  WS-404-BOT-COUNT   PIC 9(6) VALUE 0.

       01  WS-ROUTE-STATS-GRP.
           05  WS-ROUTE-STAT OCCURS 50 TIMES.
               10  WS-RS-ROUTE    PIC X(50).
               10  WS-RS-HANDLER  PIC X(30).
               10  WS-RS-COUNT    PIC 9(6).
               10  WS-RS-BOTS     PIC 9(6).
       01  WS-ROUTE-STAT-COUNT    PIC 99 VALUE 0.

       01  WS-REFERER-STATS-GRP.
           05  WS-REFERER-STAT OCCURS 30 TIMES.
               10  WS-REF-VALUE   PIC X(100).
               10  WS-REF-COUNT   PIC 9(6).
               10  WS-REF-BOTS    PIC 9(6).
       01  WS-REFERER-STAT-COUNT  PIC 99 VALUE 0.

       01  WS-STAT-IDX        PIC 99.
       01  WS-SWAP-ROUTE      PIC X(50).
       01  WS-SWAP-HANDLER    PIC X(30).
       01  WS-SWAP-COUNT      PIC 9(6).
       01  WS-SWAP-BOTS       PIC 9(6).
       01  WS-SWAP-REFERER    PIC X(100).
       01  WS-SWAP-REF-COUNT  PIC 9(6).
       01  WS-SWAP-REF-BOTS   PIC 9(6).
       01  WS-TOP-LIMIT       PIC 99 VALUE 5.
       01  WS-COUNT-TEXT      PIC ZZZ,ZZ9.
       01  WS-BOTS-TEXT       PIC ZZZ,ZZ9.
       01  WS-READERS-TEXT    PIC ZZZ,ZZ9.
       01  WS-READERS-COUNT   PIC 9(6).
       01  WS-COLUMN-HEADS    PIC X(18) VALUE
           "  Readers   Robots".

      * Picks today's date once and reads every line of "access-log",
      * tallying the lines that happened today into the stats tables
               UNSTRING WS-LOG-LINE DELIMITED BY ALL SPACE
                   INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                        WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                        WS-TOKEN(7) WS-TOKEN(8) WS-TOKEN(9)
                        WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
               END-UNSTRING
               IF FUNCTION TRIM(WS-TOKEN(12)) = "BOT"
                   MOVE 'Y' TO WS-LINE-IS-BOT
               ELSE
                   MOVE 'N' TO WS-LINE-IS-BOT
               END-IF
               ADD 1 TO WS-TOTAL-COUNT
               IF LINE-IS-BOT
                   ADD 1 TO WS-BOT-COUNT
               END-IF
               IF FUNCTION TRIM(WS-TOKEN(5)) = "404"
                   ADD 1 TO WS-404-COUNT
                   IF LINE-IS-BOT
                       ADD 1 TO WS-404-BOT-COUNT
                   END-IF
               END-IF
               PERFORM RECORD-ROUTE-STAT
               PERFORM RECORD-REFERER-STAT

      * Adds one hit to the WS-ROUTE-STATS-GRP entry for this line's
      * route+handler pair, creating a new entry the first time that
      * pair is seen.  WS-RS-COUNT holds the readers' hits and
      * WS-RS-BOTS the robots'.
       RECORD-ROUTE-STAT.
           MOVE 'N' TO WS-FOUND-STAT
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-ROUTE-STAT-COUNT
               IF WS-RS-ROUTE(WS-STAT-IDX) = WS-TOKEN(3)
                  AND WS-RS-HANDLER(WS-STAT-IDX) = WS-TOKEN(4)
                   MOVE 'Y' TO WS-FOUND-STAT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT FOUND-STAT
               IF WS-ROUTE-STAT-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROUTE-STAT-COUNT
               MOVE WS-ROUTE-STAT-COUNT TO WS-STAT-IDX
               MOVE WS-TOKEN(3) TO WS-RS-ROUTE(WS-STAT-IDX)
               MOVE WS-TOKEN(4) TO WS-RS-HANDLER(WS-STAT-IDX)
               MOVE 0 TO WS-RS-COUNT(WS-STAT-IDX)
               MOVE 0 TO WS-RS-BOTS(WS-STAT-IDX)
           END-IF
           IF LINE-IS-BOT
               ADD 1 TO WS-RS-BOTS(WS-STAT-IDX)
           ELSE
               ADD 1 TO WS-RS-COUNT(WS-STAT-IDX)
           END-IF.

      * Adds one hit to the WS-REFERER-STATS-GRP entry for this
               PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > WS-REFERER-STAT-COUNT
                   IF WS-REF-VALUE(WS-STAT-IDX) = WS-TOKEN(6)
                       MOVE 'Y' TO WS-FOUND-STAT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT FOUND-STAT AND WS-REFERER-STAT-COUNT < 30
                   ADD 1 TO WS-REFERER-STAT-COUNT
                   MOVE WS-REFERER-STAT-COUNT TO WS-STAT-IDX
                   MOVE WS-TOKEN(6) TO WS-REF-VALUE(WS-STAT-IDX)
                   MOVE 0 TO WS-REF-COUNT(WS-STAT-IDX)
                   MOVE 0 TO WS-REF-BOTS(WS-STAT-IDX)
                   MOVE 'Y' TO WS-FOUND-STAT
               END-IF
               IF FOUND-STAT
                   IF LINE-IS-BOT
                       ADD 1 TO WS-REF-BOTS(WS-STAT-IDX)
                   ELSE
                       ADD 1 TO WS-REF-COUNT(WS-STAT-IDX)
                   END-IF
               END-IF
           END-IF.

      * Simple descending bubble sort of WS-ROUTE-STATS-GRP by the
      * readers' count, small enough tables that this is not worth
      * anything fancier.
       SORT-ROUTE-STATS.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX >= WS-ROUTE-STAT-COUNT
                       MOVE WS-RS-HANDLER(WS-OTHER-IDX)
                           TO WS-SWAP-HANDLER
                       MOVE WS-RS-COUNT(WS-OTHER-IDX) TO WS-SWAP-COUNT
                       MOVE WS-RS-BOTS(WS-OTHER-IDX) TO WS-SWAP-BOTS
                       MOVE WS-RS-ROUTE(WS-OTHER-IDX + 1)
                           TO WS-RS-ROUTE(WS-OTHER-IDX)
                       MOVE WS-RS-HANDLER(WS-OTHER-IDX + 1)
                           TO WS-RS-HANDLER(WS-OTHER-IDX)
                       MOVE WS-RS-COUNT(WS-OTHER-IDX + 1)
                           TO WS-RS-COUNT(WS-OTHER-IDX)
                       MOVE WS-RS-BOTS(WS-OTHER-IDX + 1)
                           TO WS-RS-BOTS(WS-OTHER-IDX)
                       MOVE WS-SWAP-ROUTE
                           TO WS-RS-ROUTE(WS-OTHER-IDX + 1)
                       MOVE WS-SWAP-HANDLER
                           TO WS-RS-HANDLER(WS-OTHER-IDX + 1)
                       MOVE WS-SWAP-COUNT
                           TO WS-RS-COUNT(WS-OTHER-IDX + 1)
                       MOVE WS-SWAP-BOTS
                           TO WS-RS-BOTS(WS-OTHER-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
                           TO WS-SWAP-REFERER
                       MOVE WS-REF-COUNT(WS-OTHER-IDX)
                           TO WS-SWAP-REF-COUNT
                       MOVE WS-REF-BOTS(WS-OTHER-IDX)
                           TO WS-SWAP-REF-BOTS
                       MOVE WS-REF-VALUE(WS-OTHER-IDX + 1)
                           TO WS-REF-VALUE(WS-OTHER-IDX)
                       MOVE WS-REF-COUNT(WS-OTHER-IDX + 1)
                           TO WS-REF-COUNT(WS-OTHER-IDX)
                       MOVE WS-REF-BOTS(WS-OTHER-IDX + 1)
                           TO WS-REF-BOTS(WS-OTHER-IDX)
                       MOVE WS-SWAP-REFERER
                           TO WS-REF-VALUE(WS-OTHER-IDX + 1)
                       MOVE WS-SWAP-REF-COUNT
                           TO WS-REF-COUNT(WS-OTHER-IDX + 1)
                       MOVE WS-SWAP-REF-BOTS
                           TO WS-REF-BOTS(WS-OTHER-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-COUNT TO WS-COUNT-TEXT
           COMPUTE WS-READERS-COUNT = WS-TOTAL-COUNT - WS-BOT-COUNT
           MOVE WS-READERS-COUNT TO WS-READERS-TEXT
           MOVE WS-BOT-COUNT TO WS-BOTS-TEXT
           STRING "Total requests: " FUNCTION TRIM(WS-COUNT-TEXT)
                  " (readers " FUNCTION TRIM(WS-READERS-TEXT)
                  ", robots " FUNCTION TRIM(WS-BOTS-TEXT) ")"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-404-COUNT TO WS-COUNT-TEXT
           COMPUTE WS-READERS-COUNT =
               WS-404-COUNT - WS-404-BOT-COUNT
           MOVE WS-READERS-COUNT TO WS-READERS-TEXT
           MOVE WS-404-BOT-COUNT TO WS-BOTS-TEXT
           STRING "Fell through to 404: " FUNCTION TRIM(WS-COUNT-TEXT)
                  " (readers " FUNCTION TRIM(WS-READERS-TEXT)
                  ", robots " FUNCTION TRIM(WS-BOTS-TEXT) ")"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "Hits per route/handler:" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-COLUMN-HEADS "  Route -> Handler"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-ROUTE-STAT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-RS-COUNT(WS-STAT-IDX) TO WS-READERS-TEXT
               MOVE WS-RS-BOTS(WS-STAT-IDX) TO WS-BOTS-TEXT
               STRING "  " WS-READERS-TEXT "  " WS-BOTS-TEXT "  "
                      FUNCTION TRIM(WS-RS-ROUTE(WS-STAT-IDX)) " -> "
                      FUNCTION TRIM(WS-RS-HANDLER(WS-STAT-IDX))
                   DELIMITED BY SIZE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "Top referers:" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-COLUMN-HEADS "  Referer"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-REFERER-STAT-COUNT
               OR WS-STAT-IDX > WS-TOP-LIMIT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-REF-COUNT(WS-STAT-IDX) TO WS-READERS-TEXT
               MOVE WS-REF-BOTS(WS-STAT-IDX) TO WS-BOTS-TEXT
               STRING "  " WS-READERS-TEXT "  " WS-BOTS-TEXT "  "
                      FUNCTION TRIM(WS-REF-VALUE(WS-STAT-IDX))
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
