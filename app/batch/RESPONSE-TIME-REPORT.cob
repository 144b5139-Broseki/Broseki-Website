       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPONSE-TIME-REPORT.

      * Meant to run on a schedule next to ACCESS-LOG-REPORT, this
      * reads today's entries out of the "access-log" file and ranks
      * them by the elapsed milliseconds ROUTER's LOG-ACCESS-ENTRY
      * appends to each line: per handler and per route, the request
      * count, how many came out of the page cache, and the average,
      * 95th-percentile and worst time, slowest average first; then
      * the twenty slowest individual requests of the day.  Lines
      * written before the timing column existed carry no time and
      * are skipped.  The 95th percentile is exact -- every timed
      * request is held and ranked -- up to WS-TIMING-MAX requests a
      * day; past that the counts, averages and worst times stay
      * exact and the percentile is taken over the first
      * WS-TIMING-MAX, which the report says when it happens.
      * Each row also says how many of its requests came from
      * crawlers and scrapers (the BOT class ROUTER logs), so a slow
      * route being hammered by robots is told apart from one that
      * readers are waiting on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "access-log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

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
       01  WS-LINE-DATE       PIC X(8).
       01  WS-REPORT-PATH     PIC X(100).
       01  WS-REPORT-LINE     PIC X(200).

      * One access-log line's fields: timestamp, method, route,
      * handler, result, referer, elapsed milliseconds and the
      * cache flag (HIT, MISS or "-"), then status, size, client
      * and the HUMAN/BOT class, the shape LOG-ACCESS-ENTRY writes.
       01  WS-TOKENS-GRP.
           05  WS-TOKEN       PIC X(100) OCCURS 12 TIMES.
       01  WS-LINE-MS         PIC 9(8).

       01  WS-TOTAL-COUNT     PIC 9(6) VALUE 0.
       01  WS-HIT-COUNT       PIC 9(6) VALUE 0.
       01  WS-BOT-COUNT       PIC 9(6) VALUE 0.

      * Per-handler and per-route totals.  HS-/RT-TIMED counts the
      * requests that made it into the timing table below, and
      * -P95-RANK is where the 95th-percentile request sits counting
      * down from the slowest.
       01  WS-HANDLER-STATS-GRP.
           05  WS-HANDLER-STAT OCCURS 50 TIMES.
               10  WS-HS-HANDLER  PIC X(30).
               10  WS-HS-COUNT    PIC 9(6).
               10  WS-HS-HITS     PIC 9(6).
               10  WS-HS-BOTS     PIC 9(6).
               10  WS-HS-TOTAL-MS PIC 9(12).
               10  WS-HS-WORST-MS PIC 9(8).
               10  WS-HS-P95-MS   PIC 9(8).
               10  WS-HS-TIMED    PIC 9(6).
               10  WS-HS-P95-RANK PIC 9(6).
               10  WS-HS-SEEN     PIC 9(6).
               10  WS-HS-AVG-MS   PIC 9(8).
       01  WS-HANDLER-STAT-COUNT  PIC 99 VALUE 0.
       01  WS-HANDLER-SWAP        PIC X(102).

       01  WS-ROUTE-STATS-GRP.
           05  WS-ROUTE-STAT OCCURS 100 TIMES.
               10  WS-RT-ROUTE    PIC X(50).
               10  WS-RT-COUNT    PIC 9(6).
               10  WS-RT-HITS     PIC 9(6).
               10  WS-RT-BOTS     PIC 9(6).
               10  WS-RT-TOTAL-MS PIC 9(12).
               10  WS-RT-WORST-MS PIC 9(8).
               10  WS-RT-P95-MS   PIC 9(8).
               10  WS-RT-TIMED    PIC 9(6).
               10  WS-RT-P95-RANK PIC 9(6).
               10  WS-RT-SEEN     PIC 9(6).
               10  WS-RT-AVG-MS   PIC 9(8).
       01  WS-ROUTE-STAT-COUNT    PIC 999 VALUE 0.
       01  WS-ROUTE-SWAP          PIC X(122).

      * Every timed request of the day, by which handler and route
      * entry it belongs to, sorted slowest-first for the
      * percentile walk.
       01  WS-TIMING-MAX          PIC 9(5) VALUE 9999.
       01  WS-TIMING-GRP.
           05  WS-TIMING OCCURS 9999 TIMES.
               10  WT-MS          PIC 9(8).
               10  WT-HANDLER-IDX PIC 99.
               10  WT-ROUTE-IDX   PIC 999.
       01  WS-TIMING-COUNT        PIC 9(5) VALUE 0.
       01  WS-TIMING-FULL         PIC X VALUE 'N'.
           88  TIMING-FULL         VALUE 'Y'.
       01  WS-TIMING-HOLD.
           05  WS-HOLD-MS         PIC 9(8).
           05  FILLER             PIC X(5).
       01  WS-SORT-IDX            PIC 9(5).
       01  WS-SLOT-IDX            PIC 9(5).

      * The day's slowest individual requests, kept slowest-first
      * as the log is read.
       01  WS-SLOW-LIMIT          PIC 99 VALUE 20.
       01  WS-SLOW-GRP.
           05  WS-SLOW OCCURS 20 TIMES.
               10  WL-MS          PIC 9(8).
               10  WL-TIMESTAMP   PIC X(14).
               10  WL-METHOD      PIC X(10).
               10  WL-ROUTE       PIC X(50).
               10  WL-HANDLER     PIC X(30).
               10  WL-RESULT      PIC X(10).
               10  WL-CACHE       PIC X(4).
       01  WS-SLOW-COUNT          PIC 99 VALUE 0.
       01  WS-SLOW-IDX            PIC 99.

       01  WS-STAT-IDX        PIC 999.
       01  WS-OTHER-IDX       PIC 999.
       01  WS-HANDLER-IDX     PIC 99.
       01  WS-ROUTE-IDX       PIC 999.
       01  WS-COUNT-TEXT      PIC ZZZ,ZZ9.
       01  WS-HITS-TEXT       PIC ZZZ,ZZ9.
       01  WS-BOTS-TEXT       PIC ZZZ,ZZ9.
       01  WS-AVG-TEXT        PIC ZZ,ZZZ,ZZ9.
       01  WS-P95-TEXT        PIC ZZ,ZZZ,ZZ9.
       01  WS-WORST-TEXT      PIC ZZ,ZZZ,ZZ9.
       01  WS-MS-TEXT         PIC ZZ,ZZZ,ZZ9.
       01  WS-MAX-TEXT        PIC ZZ,ZZ9.
       01  WS-COLUMN-HEADS    PIC X(63) VALUE
           "    Count   Robots     Hits      Avg ms      95% ms    Worst
      -    " ms".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-REPORT-PATH
           STRING "response-time-report-" WS-TODAY ".txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH

           OPEN INPUT ACCESS-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "No access-log file found, nothing to report"
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-LOG
               READ ACCESS-LOG-FILE INTO WS-LOG-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-LOG
                   NOT AT END
                       PERFORM PROCESS-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG-FILE

           PERFORM SORT-TIMINGS
           PERFORM FIND-PERCENTILES
           PERFORM SORT-HANDLER-STATS
           PERFORM SORT-ROUTE-STATS

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT
           CLOSE REPORT-FILE

           DISPLAY "Wrote " FUNCTION TRIM(WS-REPORT-PATH)

           STOP RUN.

      * Tallies one access-log line if it happened today and carries
      * a time; older lines were some earlier report's business.
       PROCESS-LOG-LINE.
           MOVE WS-LOG-LINE(1:8) TO WS-LINE-DATE
           IF WS-LINE-DATE NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-TOKENS-GRP
           UNSTRING WS-LOG-LINE DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                    WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                    WS-TOKEN(7) WS-TOKEN(8) WS-TOKEN(9)
                    WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
           END-UNSTRING
           IF FUNCTION TRIM(WS-TOKEN(7)) = SPACES
              OR FUNCTION TRIM(WS-TOKEN(7)) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINE-MS = FUNCTION NUMVAL(WS-TOKEN(7))
           ADD 1 TO WS-TOTAL-COUNT
           IF FUNCTION TRIM(WS-TOKEN(8)) = "HIT"
               ADD 1 TO WS-HIT-COUNT
           END-IF
           IF FUNCTION TRIM(WS-TOKEN(12)) = "BOT"
               ADD 1 TO WS-BOT-COUNT
           END-IF
           PERFORM RECORD-HANDLER-STAT
           PERFORM RECORD-ROUTE-STAT
           IF WS-HANDLER-IDX > 0 AND WS-ROUTE-IDX > 0
               IF WS-TIMING-COUNT < WS-TIMING-MAX
                   ADD 1 TO WS-TIMING-COUNT
                   MOVE WS-LINE-MS TO WT-MS(WS-TIMING-COUNT)
                   MOVE WS-HANDLER-IDX
                       TO WT-HANDLER-IDX(WS-TIMING-COUNT)
                   MOVE WS-ROUTE-IDX TO WT-ROUTE-IDX(WS-TIMING-COUNT)
                   ADD 1 TO WS-HS-TIMED(WS-HANDLER-IDX)
                   ADD 1 TO WS-RT-TIMED(WS-ROUTE-IDX)
               ELSE
                   MOVE 'Y' TO WS-TIMING-FULL
               END-IF
           END-IF
           PERFORM RECORD-SLOW-REQUEST.

      * Adds this request to its handler's entry, creating the entry
      * the first time the handler is seen; WS-HANDLER-IDX is left
      * pointing at it (zero if the table is full).
       RECORD-HANDLER-STAT.
           MOVE 0 TO WS-HANDLER-IDX
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-HANDLER-STAT-COUNT
               IF WS-HS-HANDLER(WS-STAT-IDX) = WS-TOKEN(4)
                   MOVE WS-STAT-IDX TO WS-HANDLER-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HANDLER-IDX = 0
               IF WS-HANDLER-STAT-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HANDLER-STAT-COUNT
               MOVE WS-HANDLER-STAT-COUNT TO WS-HANDLER-IDX
               INITIALIZE WS-HANDLER-STAT(WS-HANDLER-IDX)
               MOVE WS-TOKEN(4) TO WS-HS-HANDLER(WS-HANDLER-IDX)
           END-IF
           ADD 1 TO WS-HS-COUNT(WS-HANDLER-IDX)
           ADD WS-LINE-MS TO WS-HS-TOTAL-MS(WS-HANDLER-IDX)
           IF WS-LINE-MS > WS-HS-WORST-MS(WS-HANDLER-IDX)
               MOVE WS-LINE-MS TO WS-HS-WORST-MS(WS-HANDLER-IDX)
           END-IF
           IF FUNCTION TRIM(WS-TOKEN(8)) = "HIT"
               ADD 1 TO WS-HS-HITS(WS-HANDLER-IDX)
           END-IF
           IF FUNCTION TRIM(WS-TOKEN(12)) = "BOT"
               ADD 1 TO WS-HS-BOTS(WS-HANDLER-IDX)
           END-IF.

      * The same, per route.
       RECORD-ROUTE-STAT.
           MOVE 0 TO WS-ROUTE-IDX
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-ROUTE-STAT-COUNT
               IF WS-RT-ROUTE(WS-STAT-IDX) = WS-TOKEN(3)
                   MOVE WS-STAT-IDX TO WS-ROUTE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ROUTE-IDX = 0
               IF WS-ROUTE-STAT-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROUTE-STAT-COUNT
               MOVE WS-ROUTE-STAT-COUNT TO WS-ROUTE-IDX
               INITIALIZE WS-ROUTE-STAT(WS-ROUTE-IDX)
               MOVE WS-TOKEN(3) TO WS-RT-ROUTE(WS-ROUTE-IDX)
           END-IF
           ADD 1 TO WS-RT-COUNT(WS-ROUTE-IDX)
           ADD WS-LINE-MS TO WS-RT-TOTAL-MS(WS-ROUTE-IDX)
           IF WS-LINE-MS > WS-RT-WORST-MS(WS-ROUTE-IDX)
               MOVE WS-LINE-MS TO WS-RT-WORST-MS(WS-ROUTE-IDX)
           END-IF
           IF FUNCTION TRIM(WS-TOKEN(8)) = "HIT"
               ADD 1 TO WS-RT-HITS(WS-ROUTE-IDX)
           END-IF
           IF FUNCTION TRIM(WS-TOKEN(12)) = "BOT"
               ADD 1 TO WS-RT-BOTS(WS-ROUTE-IDX)
           END-IF.

      * Slots this request into the slowest-first list when it is
      * slower than the list's current tail (or the list is not yet
      * full), letting the old tail drop off the end.
       RECORD-SLOW-REQUEST.
           IF WS-SLOW-COUNT >= WS-SLOW-LIMIT
              AND WS-LINE-MS <= WL-MS(WS-SLOW-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOW-COUNT < WS-SLOW-LIMIT
               ADD 1 TO WS-SLOW-COUNT
           END-IF
           MOVE WS-SLOW-COUNT TO WS-SLOW-IDX
           PERFORM UNTIL WS-SLOW-IDX = 1
                      OR WL-MS(WS-SLOW-IDX - 1) >= WS-LINE-MS
               MOVE WS-SLOW(WS-SLOW-IDX - 1) TO WS-SLOW(WS-SLOW-IDX)
               SUBTRACT 1 FROM WS-SLOW-IDX
           END-PERFORM
           MOVE WS-LINE-MS TO WL-MS(WS-SLOW-IDX)
           MOVE WS-TOKEN(1) TO WL-TIMESTAMP(WS-SLOW-IDX)
           MOVE WS-TOKEN(2) TO WL-METHOD(WS-SLOW-IDX)
           MOVE WS-TOKEN(3) TO WL-ROUTE(WS-SLOW-IDX)
           MOVE WS-TOKEN(4) TO WL-HANDLER(WS-SLOW-IDX)
           MOVE WS-TOKEN(5) TO WL-RESULT(WS-SLOW-IDX)
           MOVE WS-TOKEN(8) TO WL-CACHE(WS-SLOW-IDX).

      * Insertion sort of the timing table, slowest first.  The
      * table runs to thousands of entries, too many for the bubble
      * sorts the small stats tables get.
       SORT-TIMINGS.
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
               UNTIL WS-SORT-IDX > WS-TIMING-COUNT
               MOVE WS-TIMING(WS-SORT-IDX) TO WS-TIMING-HOLD
               MOVE WS-SORT-IDX TO WS-SLOT-IDX
               PERFORM UNTIL WS-SLOT-IDX = 1
                          OR WT-MS(WS-SLOT-IDX - 1) >= WS-HOLD-MS
                   MOVE WS-TIMING(WS-SLOT-IDX - 1)
                       TO WS-TIMING(WS-SLOT-IDX)
                   SUBTRACT 1 FROM WS-SLOT-IDX
               END-PERFORM
               MOVE WS-TIMING-HOLD TO WS-TIMING(WS-SLOT-IDX)
           END-PERFORM.

      * The 95th percentile is the request at rank ceil(0.95 * n)
      * counting up from the fastest, i.e. n - that + 1 counting
      * down from the slowest; walking the sorted table once,
      * each entry counts toward its handler and its route, and
      * lands as their percentile when the count reaches that rank.
       FIND-PERCENTILES.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-HANDLER-STAT-COUNT
               COMPUTE WS-HS-P95-RANK(WS-STAT-IDX) =
                   WS-HS-TIMED(WS-STAT-IDX)
                   - (WS-HS-TIMED(WS-STAT-IDX) * 95 + 99) / 100 + 1
               COMPUTE WS-HS-AVG-MS(WS-STAT-IDX) ROUNDED =
                   WS-HS-TOTAL-MS(WS-STAT-IDX)
                   / WS-HS-COUNT(WS-STAT-IDX)
           END-PERFORM
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-ROUTE-STAT-COUNT
               COMPUTE WS-RT-P95-RANK(WS-STAT-IDX) =
                   WS-RT-TIMED(WS-STAT-IDX)
                   - (WS-RT-TIMED(WS-STAT-IDX) * 95 + 99) / 100 + 1
               COMPUTE WS-RT-AVG-MS(WS-STAT-IDX) ROUNDED =
                   WS-RT-TOTAL-MS(WS-STAT-IDX)
                   / WS-RT-COUNT(WS-STAT-IDX)
           END-PERFORM
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX > WS-TIMING-COUNT
               MOVE WT-HANDLER-IDX(WS-SORT-IDX) TO WS-HANDLER-IDX
               ADD 1 TO WS-HS-SEEN(WS-HANDLER-IDX)
               IF WS-HS-SEEN(WS-HANDLER-IDX)
                  = WS-HS-P95-RANK(WS-HANDLER-IDX)
                   MOVE WT-MS(WS-SORT-IDX)
                       TO WS-HS-P95-MS(WS-HANDLER-IDX)
               END-IF
               MOVE WT-ROUTE-IDX(WS-SORT-IDX) TO WS-ROUTE-IDX
               ADD 1 TO WS-RT-SEEN(WS-ROUTE-IDX)
               IF WS-RT-SEEN(WS-ROUTE-IDX)
                  = WS-RT-P95-RANK(WS-ROUTE-IDX)
                   MOVE WT-MS(WS-SORT-IDX)
                       TO WS-RT-P95-MS(WS-ROUTE-IDX)
               END-IF
           END-PERFORM.

      * Descending bubble sorts by average time, run only after the
      * percentile walk, which finds entries by table position.
       SORT-HANDLER-STATS.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX >= WS-HANDLER-STAT-COUNT
               PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX >
                       WS-HANDLER-STAT-COUNT - WS-STAT-IDX
                   IF WS-HS-AVG-MS(WS-OTHER-IDX)
                      < WS-HS-AVG-MS(WS-OTHER-IDX + 1)
                       MOVE WS-HANDLER-STAT(WS-OTHER-IDX)
                           TO WS-HANDLER-SWAP
                       MOVE WS-HANDLER-STAT(WS-OTHER-IDX + 1)
                           TO WS-HANDLER-STAT(WS-OTHER-IDX)
                       MOVE WS-HANDLER-SWAP
                           TO WS-HANDLER-STAT(WS-OTHER-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SORT-ROUTE-STATS.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX >= WS-ROUTE-STAT-COUNT
               PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX >
                       WS-ROUTE-STAT-COUNT - WS-STAT-IDX
                   IF WS-RT-AVG-MS(WS-OTHER-IDX)
                      < WS-RT-AVG-MS(WS-OTHER-IDX + 1)
                       MOVE WS-ROUTE-STAT(WS-OTHER-IDX)
                           TO WS-ROUTE-SWAP
                       MOVE WS-ROUTE-STAT(WS-OTHER-IDX + 1)
                           TO WS-ROUTE-STAT(WS-OTHER-IDX)
                       MOVE WS-ROUTE-SWAP
                           TO WS-ROUTE-STAT(WS-OTHER-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Writes the plain-text report: totals, the per-handler and
      * per-route tables (slowest average first), and the slowest
      * individual requests.  Times are milliseconds.
       WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Response times for " WS-TODAY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-COUNT TO WS-COUNT-TEXT
           MOVE WS-HIT-COUNT TO WS-HITS-TEXT
           MOVE WS-BOT-COUNT TO WS-BOTS-TEXT
           STRING "Timed requests: " FUNCTION TRIM(WS-COUNT-TEXT)
                  " (" FUNCTION TRIM(WS-HITS-TEXT)
                  " served from the page cache, "
                  FUNCTION TRIM(WS-BOTS-TEXT) " from robots)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF TIMING-FULL
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-TIMING-MAX TO WS-MAX-TEXT
               STRING "95th percentiles are over the first "
                      FUNCTION TRIM(WS-MAX-TEXT) " requests only."
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "Per handler (ms):" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-COLUMN-HEADS "  Handler"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-HANDLER-STAT-COUNT
               MOVE WS-HS-COUNT(WS-STAT-IDX) TO WS-COUNT-TEXT
               MOVE WS-HS-HITS(WS-STAT-IDX) TO WS-HITS-TEXT
               MOVE WS-HS-BOTS(WS-STAT-IDX) TO WS-BOTS-TEXT
               MOVE WS-HS-AVG-MS(WS-STAT-IDX) TO WS-AVG-TEXT
               MOVE WS-HS-P95-MS(WS-STAT-IDX) TO WS-P95-TEXT
               MOVE WS-HS-WORST-MS(WS-STAT-IDX) TO WS-WORST-TEXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-COUNT-TEXT "  " WS-BOTS-TEXT
                      "  " WS-HITS-TEXT
                      "  " WS-AVG-TEXT "  " WS-P95-TEXT
                      "  " WS-WORST-TEXT "  "
                      FUNCTION TRIM(WS-HS-HANDLER(WS-STAT-IDX))
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "Per route (ms):" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-COLUMN-HEADS "  Route"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-ROUTE-STAT-COUNT
               MOVE WS-RT-COUNT(WS-STAT-IDX) TO WS-COUNT-TEXT
               MOVE WS-RT-HITS(WS-STAT-IDX) TO WS-HITS-TEXT
               MOVE WS-RT-BOTS(WS-STAT-IDX) TO WS-BOTS-TEXT
               MOVE WS-RT-AVG-MS(WS-STAT-IDX) TO WS-AVG-TEXT
               MOVE WS-RT-P95-MS(WS-STAT-IDX) TO WS-P95-TEXT
               MOVE WS-RT-WORST-MS(WS-STAT-IDX) TO WS-WORST-TEXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-COUNT-TEXT "  " WS-BOTS-TEXT
                      "  " WS-HITS-TEXT
                      "  " WS-AVG-TEXT "  " WS-P95-TEXT
                      "  " WS-WORST-TEXT "  "
                      FUNCTION TRIM(WS-RT-ROUTE(WS-STAT-IDX))
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "Slowest requests (ms):" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-SLOW-IDX FROM 1 BY 1
               UNTIL WS-SLOW-IDX > WS-SLOW-COUNT
               MOVE WL-MS(WS-SLOW-IDX) TO WS-MS-TEXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-MS-TEXT "  "
                      WL-TIMESTAMP(WS-SLOW-IDX)(9:2) ":"
                      WL-TIMESTAMP(WS-SLOW-IDX)(11:2) ":"
                      WL-TIMESTAMP(WS-SLOW-IDX)(13:2) "  "
                      FUNCTION TRIM(WL-METHOD(WS-SLOW-IDX)) " "
                      FUNCTION TRIM(WL-ROUTE(WS-SLOW-IDX)) " -> "
                      FUNCTION TRIM(WL-HANDLER(WS-SLOW-IDX)) " "
                      FUNCTION TRIM(WL-RESULT(WS-SLOW-IDX)) " "
                      FUNCTION TRIM(WL-CACHE(WS-SLOW-IDX))
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.

       END PROGRAM RESPONSE-TIME-REPORT.
