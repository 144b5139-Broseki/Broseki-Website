       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-LOG-EXPORT.

      * Converts one day of the access log ROUTER writes into the
      * Apache "combined" log format every off-the-shelf log
      * analyzer reads:
      *
      *   host - - [day/Mon/year:hh:mm:ss zone] "METHOD path HTTP/1.1"
      *   status bytes "referer" "user-agent"
      *
      * Run from the command environment:
      *
      *   EXPORT_DATE=YYYYMMDD   the day to export (default today)
      *   EXPORT_DATE=ALL        every line in the source
      *   EXPORT_SOURCE=...      "access-log" (default) or one of
      *                          the access-log-archive-YYYYMMDD files
      *                          ACCESS-LOG-ARCHIVE writes; a day
      *                          older than archive_age_days lives in
      *                          the archive made that many days later
      *
      * The output goes to access-log-combined-YYYYMMDD.log (with
      * ALL, to the source's own name plus "-combined.log").  Lines
      * logged before ROUTER recorded the status, size, address, and
      * agent still export: the status is worked out from the result
      * column the way ROUTER now does it, and the rest go out as
      * "-", which the format allows for anything unknown.  The log
      * never held the protocol version or the query string, so the
      * request is the method and path with a fixed HTTP/1.1, and
      * the time zone is this machine's, which is where ROUTER
      * stamped the line.  Ends with return code 1 when the
      * parameters are bad or the source file is missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN DYNAMIC WS-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT EXPORT-FILE ASSIGN DYNAMIC WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  SOURCE-RECORD PIC X(500).
       FD  EXPORT-FILE.
       01  EXPORT-RECORD PIC X(800).

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-STATUS   PIC XX.
       01  WS-EXPORT-STATUS   PIC XX.
       01  WS-EOF-SOURCE      PIC X VALUE 'N'.
           88  EOF-SOURCE      VALUE 'Y'.

       01  WS-SOURCE-PATH     PIC X(100).
       01  WS-EXPORT-PATH     PIC X(100).
       01  WS-DATE-PARAM      PIC X(10).
       01  WS-EXPORT-DATE     PIC X(8).
       01  WS-ALL-DAYS        PIC X VALUE 'N'.
           88  ALL-DAYS        VALUE 'Y'.
       01  WS-PARAM-BAD       PIC X VALUE 'N'.
           88  PARAM-BAD       VALUE 'Y'.

       01  WS-LOG-LINE        PIC X(500).
       01  WS-OUT-LINE        PIC X(800).
       01  WS-LINE-PTR        PIC 9(4).
       01  WS-CLASS-PTR       PIC 9(4).
       01  WS-CLASS           PIC X(100).
       01  WS-TOKEN-GRP.
           05  WS-TOKEN       PIC X(100) OCCURS 11 TIMES.
       01  WS-AGENT           PIC X(300).
       01  WS-AGENT-OUT       PIC X(600).
       01  WS-AGENT-POS       PIC 9(4).
       01  WS-AGENT-OUT-POS   PIC 9(4).
       01  WS-AGENT-LEN       PIC 9(4).

       01  WS-HOST            PIC X(45).
       01  WS-STATUS          PIC X(3).
       01  WS-SIZE            PIC X(10).
       01  WS-REFERER         PIC X(100).
       01  WS-REFERER-OUT     PIC X(200).
       01  WS-REFERER-POS     PIC 9(4).
       01  WS-REFERER-OUT-POS PIC 9(4).
       01  WS-REFERER-LEN     PIC 9(4).
       01  WS-STAMP           PIC X(14).
       01  WS-CLF-TIME        PIC X(28).
       01  WS-MONTH-NUM       PIC 99.
       01  WS-TIME-ZONE       PIC X(5).
       01  WS-PROTOCOL        PIC X(8) VALUE "HTTP/1.1".

       01  WS-MONTH-SEED.
           05  FILLER PIC X(36)
               VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-SEED.
           05  WS-MONTH-NAME  PIC X(3) OCCURS 12 TIMES.

       01  WS-READ-COUNT      PIC 9(7) VALUE 0.
       01  WS-EXPORT-COUNT    PIC 9(7) VALUE 0.
       01  WS-BAD-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM PICK-PARAMETERS
           IF PARAM-BAD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "No " FUNCTION TRIM(WS-SOURCE-PATH)
                   " file found, nothing to export"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPORT-FILE
           PERFORM UNTIL EOF-SOURCE
               READ SOURCE-FILE INTO WS-LOG-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-SOURCE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM EXPORT-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           CLOSE EXPORT-FILE

           DISPLAY "Wrote " FUNCTION TRIM(WS-EXPORT-PATH) ": "
               WS-EXPORT-COUNT " of " WS-READ-COUNT " line(s) from "
               FUNCTION TRIM(WS-SOURCE-PATH) ", "
               WS-BAD-COUNT " unreadable line(s) skipped"
           STOP RUN.

      * The source must be the live log or an archive by the exact
      * name ACCESS-LOG-ARCHIVE gives it, so the job can't be
      * pointed at some other file; the day must be eight digits.
       PICK-PARAMETERS.
           ACCEPT WS-SOURCE-PATH FROM ENVIRONMENT "EXPORT_SOURCE"
           IF WS-SOURCE-PATH = SPACES
               MOVE "access-log" TO WS-SOURCE-PATH
           END-IF
           IF WS-SOURCE-PATH NOT = "access-log"
               IF WS-SOURCE-PATH(1:19) NOT = "access-log-archive-"
                  OR WS-SOURCE-PATH(20:8) IS NOT NUMERIC
                  OR WS-SOURCE-PATH(28:) NOT = SPACES
                   DISPLAY "EXPORT_SOURCE must be access-log or "
                       "access-log-archive-YYYYMMDD"
                   MOVE 'Y' TO WS-PARAM-BAD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ACCEPT WS-DATE-PARAM FROM ENVIRONMENT "EXPORT_DATE"
           EVALUATE TRUE
               WHEN WS-DATE-PARAM = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EXPORT-DATE
               WHEN FUNCTION UPPER-CASE(WS-DATE-PARAM) = "ALL"
                   MOVE 'Y' TO WS-ALL-DAYS
               WHEN WS-DATE-PARAM(1:8) IS NUMERIC
                AND WS-DATE-PARAM(9:) = SPACES
                   MOVE WS-DATE-PARAM(1:8) TO WS-EXPORT-DATE
               WHEN OTHER
                   DISPLAY "EXPORT_DATE must be YYYYMMDD or ALL"
                   MOVE 'Y' TO WS-PARAM-BAD
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO WS-EXPORT-PATH
           IF ALL-DAYS
               STRING FUNCTION TRIM(WS-SOURCE-PATH) "-combined.log"
                   DELIMITED BY SIZE
                   INTO WS-EXPORT-PATH
           ELSE
               STRING "access-log-combined-" WS-EXPORT-DATE ".log"
                   DELIMITED BY SIZE
                   INTO WS-EXPORT-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE(17:5) TO WS-TIME-ZONE
           IF WS-TIME-ZONE(1:1) NOT = "+"
              AND WS-TIME-ZONE(1:1) NOT = "-"
               MOVE "+0000" TO WS-TIME-ZONE
           END-IF.

      * Splits one access-log line into its columns -- the agent is
      * whatever follows the eleventh -- and writes its combined
      * log format equivalent if it falls on the day asked for.
       EXPORT-LOG-LINE.
           IF WS-LOG-LINE(1:14) IS NOT NUMERIC
               ADD 1 TO WS-BAD-COUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT ALL-DAYS
              AND WS-LOG-LINE(1:8) NOT = WS-EXPORT-DATE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-TOKEN-GRP
           MOVE SPACES TO WS-AGENT
           MOVE 1 TO WS-LINE-PTR
           UNSTRING WS-LOG-LINE DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                    WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                    WS-TOKEN(7) WS-TOKEN(8) WS-TOKEN(9)
                    WS-TOKEN(10) WS-TOKEN(11)
               WITH POINTER WS-LINE-PTR
           END-UNSTRING
           IF WS-TOKEN(2) = SPACES OR WS-TOKEN(3) = SPACES
               ADD 1 TO WS-BAD-COUNT
               EXIT PARAGRAPH
           END-IF
      * The HUMAN/BOT class ROUTER now logs ahead of the agent is
      * stepped over; a line from before it existed has the agent
      * straight after the client address.
           IF WS-LINE-PTR <= 500
               MOVE SPACES TO WS-CLASS
               MOVE WS-LINE-PTR TO WS-CLASS-PTR
               UNSTRING WS-LOG-LINE DELIMITED BY ALL SPACE
                   INTO WS-CLASS
                   WITH POINTER WS-CLASS-PTR
               END-UNSTRING
               IF WS-CLASS = "HUMAN" OR WS-CLASS = "BOT"
                   MOVE WS-CLASS-PTR TO WS-LINE-PTR
               END-IF
           END-IF
           IF WS-LINE-PTR <= 500
               MOVE WS-LOG-LINE(WS-LINE-PTR:) TO WS-AGENT
           END-IF

           MOVE WS-LOG-LINE(1:14) TO WS-STAMP
           PERFORM BUILD-CLF-TIME
           PERFORM PICK-STATUS
           MOVE WS-TOKEN(10) TO WS-SIZE
           IF WS-SIZE = SPACES
               MOVE "-" TO WS-SIZE
           END-IF
           MOVE WS-TOKEN(11) TO WS-HOST
           IF WS-HOST = SPACES
               MOVE "-" TO WS-HOST
           END-IF
           MOVE WS-TOKEN(6) TO WS-REFERER
           IF WS-REFERER = SPACES
               MOVE "-" TO WS-REFERER
           END-IF
           IF FUNCTION TRIM(WS-AGENT) = SPACES
               MOVE "-" TO WS-AGENT
           END-IF
           PERFORM ESCAPE-REFERER
           PERFORM ESCAPE-AGENT

           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(WS-HOST) " - - "
                  WS-CLF-TIME ' "'
                  FUNCTION TRIM(WS-TOKEN(2)) " "
                  FUNCTION TRIM(WS-TOKEN(3)) " "
                  WS-PROTOCOL '" '
                  WS-STATUS " "
                  FUNCTION TRIM(WS-SIZE) ' "'
                  WS-REFERER-OUT(1:WS-REFERER-OUT-POS - 1) '" "'
                  WS-AGENT-OUT(1:WS-AGENT-OUT-POS - 1) '"'
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE EXPORT-RECORD FROM WS-OUT-LINE
           ADD 1 TO WS-EXPORT-COUNT.

      * [15/Oct/2026:13:55:36 +0100] from the line's YYYYMMDDHHMMSS.
       BUILD-CLF-TIME.
           MOVE WS-STAMP(5:2) TO WS-MONTH-NUM
           IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
               MOVE 1 TO WS-MONTH-NUM
           END-IF
           MOVE SPACES TO WS-CLF-TIME
           STRING "[" WS-STAMP(7:2) "/"
                  WS-MONTH-NAME(WS-MONTH-NUM) "/"
                  WS-STAMP(1:4) ":"
                  WS-STAMP(9:2) ":"
                  WS-STAMP(11:2) ":"
                  WS-STAMP(13:2) " "
                  WS-TIME-ZONE "]"
               DELIMITED BY SIZE
               INTO WS-CLF-TIME.

      * The recorded status when the line has one; otherwise the one
      * ROUTER would have recorded for that result column.
       PICK-STATUS.
           IF WS-TOKEN(9)(1:3) IS NUMERIC
              AND WS-TOKEN(9)(4:) = SPACES
               MOVE WS-TOKEN(9)(1:3) TO WS-STATUS
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-TOKEN(5))
               WHEN "404"
               WHEN "304"
               WHEN "429"
               WHEN "503"
                   MOVE WS-TOKEN(5)(1:3) TO WS-STATUS
               WHEN "DENIED"
                   MOVE "302" TO WS-STATUS
               WHEN "FORBIDDEN"
                   MOVE "403" TO WS-STATUS
               WHEN "REDIRECT"
                   IF WS-TOKEN(4)(1:3) IS NUMERIC
                       MOVE WS-TOKEN(4)(1:3) TO WS-STATUS
                   ELSE
                       MOVE "302" TO WS-STATUS
                   END-IF
               WHEN OTHER
                   MOVE "200" TO WS-STATUS
           END-EVALUATE.

      * The agent goes out inside double quotes, so a quote or a
      * backslash in it is escaped with a backslash, as Apache does.
       ESCAPE-AGENT.
           MOVE SPACES TO WS-AGENT-OUT
           MOVE 1 TO WS-AGENT-OUT-POS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AGENT TRAILING))
               TO WS-AGENT-LEN
           PERFORM VARYING WS-AGENT-POS FROM 1 BY 1
               UNTIL WS-AGENT-POS > WS-AGENT-LEN
               IF WS-AGENT(WS-AGENT-POS:1) = '"'
                  OR WS-AGENT(WS-AGENT-POS:1) = "\"
                   MOVE "\" TO WS-AGENT-OUT(WS-AGENT-OUT-POS:1)
                   ADD 1 TO WS-AGENT-OUT-POS
               END-IF
               MOVE WS-AGENT(WS-AGENT-POS:1)
                   TO WS-AGENT-OUT(WS-AGENT-OUT-POS:1)
               ADD 1 TO WS-AGENT-OUT-POS
           END-PERFORM.

      * The referer is quoted too, and comes from the client just
      * as the agent does, so it gets the same escaping.
       ESCAPE-REFERER.
           MOVE SPACES TO WS-REFERER-OUT
           MOVE 1 TO WS-REFERER-OUT-POS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REFERER TRAILING))
               TO WS-REFERER-LEN
           PERFORM VARYING WS-REFERER-POS FROM 1 BY 1
               UNTIL WS-REFERER-POS > WS-REFERER-LEN
               IF WS-REFERER(WS-REFERER-POS:1) = '"'
                  OR WS-REFERER(WS-REFERER-POS:1) = "\"
                   MOVE "\" TO WS-REFERER-OUT(WS-REFERER-OUT-POS:1)
                   ADD 1 TO WS-REFERER-OUT-POS
               END-IF
               MOVE WS-REFERER(WS-REFERER-POS:1)
                   TO WS-REFERER-OUT(WS-REFERER-OUT-POS:1)
               ADD 1 TO WS-REFERER-OUT-POS
           END-PERFORM.

       END PROGRAM ACCESS-LOG-EXPORT.
