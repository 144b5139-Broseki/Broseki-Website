       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOT-CHECK.

      * Classifies a request's User-Agent as a robot or a reader, so
      * crawlers and scrapers can be kept out of the view counters
      * and reported apart in the traffic reports.  The patterns
      * live in the operator-editable data/bot-agents file, one per
      * line, matched anywhere in the agent without regard to case;
      * "#" lines and blank lines are ignored, the same conventions
      * SPAM-SCORER's blocklist follows.  A request with no agent
      * at all is a robot -- browsers always send one.  No pattern
      * file just means only that rule applies.  ROUTER calls this
      * once per request and passes the answer on to the handlers
      * as CLIENT_CLASS.
      * ex: CALL "BOT-CHECK" USING WS-LOG-AGENT WS-CLIENT-CLASS

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOT-AGENTS-FILE ASSIGN TO "data/bot-agents"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOT-AGENTS-FILE.
       01  BOT-AGENTS-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AGENTS-STATUS    PIC XX.
       01  WS-EOF-AGENTS       PIC X.
           88  EOF-AGENTS       VALUE 'Y'.
       01  WS-PATTERN-LINE     PIC X(80).

      * Upper-cased agent and the pattern slid along it, the same
      * scan SPAM-SCORER runs over a submission.
       01  WS-HAYSTACK         PIC X(200).
       01  WS-NEEDLE           PIC X(80).
       01  WS-NEEDLE-LEN       PIC 9(3).
       01  WS-SCAN-POS         PIC 9(3).
       01  WS-SCAN-LIMIT       PIC 9(3).

       LINKAGE SECTION.
       01  LK-AGENT            PIC X(200).
       01  LK-CLASS            PIC X(5).

       PROCEDURE DIVISION USING LK-AGENT LK-CLASS.
           MOVE "HUMAN" TO LK-CLASS
           IF FUNCTION TRIM(LK-AGENT) = SPACES
              OR FUNCTION TRIM(LK-AGENT) = "-"
               MOVE "BOT" TO LK-CLASS
               GOBACK
           END-IF
           MOVE FUNCTION UPPER-CASE(LK-AGENT) TO WS-HAYSTACK

           MOVE 'N' TO WS-EOF-AGENTS
           OPEN INPUT BOT-AGENTS-FILE
           IF WS-AGENTS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-AGENTS
           END-IF
           PERFORM UNTIL EOF-AGENTS
               READ BOT-AGENTS-FILE INTO WS-PATTERN-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-AGENTS
                   NOT AT END
                       IF FUNCTION TRIM(WS-PATTERN-LINE) NOT = SPACES
                          AND WS-PATTERN-LINE(1:1) NOT = "#"
                           PERFORM CHECK-ONE-PATTERN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AGENTS-STATUS NOT = "35"
               CLOSE BOT-AGENTS-FILE
           END-IF
           GOBACK.

      * First pattern found ends the read; one is enough.
       CHECK-ONE-PATTERN.
           MOVE SPACES TO WS-NEEDLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PATTERN-LINE))
               TO WS-NEEDLE
           COMPUTE WS-NEEDLE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-NEEDLE TRAILING))
           COMPUTE WS-SCAN-LIMIT = 200 - WS-NEEDLE-LEN + 1
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-SCAN-LIMIT
               OR LK-CLASS = "BOT"
               IF WS-HAYSTACK(WS-SCAN-POS:WS-NEEDLE-LEN)
                  = WS-NEEDLE(1:WS-NEEDLE-LEN)
                   MOVE "BOT" TO LK-CLASS
               END-IF
           END-PERFORM
           IF LK-CLASS = "BOT"
               MOVE 'Y' TO WS-EOF-AGENTS
           END-IF.

       END PROGRAM BOT-CHECK.
