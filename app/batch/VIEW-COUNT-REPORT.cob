      * titles, and writes a plain-text top-posts summary.  The
      * counters are lifetime totals, so each month's report is a
      * snapshot of the running standings -- comparing two reports
      * shows what moved during the month.  Crawlers and scrapers
      * never bump a counter, so these are readers' views only; the
      * robots' share of the traffic is in ACCESS-LOG-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE WS-TOTAL-VIEWS TO WS-COUNT-TEXT
           STRING "Total recorded views: "
                  FUNCTION TRIM(WS-COUNT-TEXT)
                  " (readers only, crawlers excluded)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
