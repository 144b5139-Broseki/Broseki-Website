      * both for existence and for being at least as new as the
      * routes file it was built from, because a stale index
      * silently serving deleted routes is exactly the failure
      * nothing else detects.  The nightly batch's status record
      * (see NIGHTLY-BATCH) is checked too, so a night that stopped
      * on a failed step, hung, or never ran at all pages someone
      * the next morning.  All checks passing answers 200 with
      * "OK"; any failure answers 503 with one line per check so the
      * monitor can page with specifics.

           SELECT ROUTES-FILE ASSIGN DYNAMIC WS-ROUTES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTES-STATUS.
           SELECT NIGHTLY-STATUS-FILE ASSIGN TO "nightly-status"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTLY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  THR-STRIKES      PIC 9(4).
       FD  ROUTES-FILE.
       01  ROUTES-RECORD PIC X(100).
       FD  NIGHTLY-STATUS-FILE.
           COPY "NIGHTLY-STATUS.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POSTS-STATUS     PIC XX.
       01  WS-SESSIONS-STATUS  PIC XX.
       01  WS-THROTTLE-STATUS  PIC XX.
       01  WS-ROUTES-STATUS    PIC XX.
       01  WS-NIGHTLY-STATUS   PIC XX.
       01  WS-APP-ENV          PIC X(20).
       01  WS-ROUTES-PATH      PIC X(100).
       01  WS-ROUTES-INDEX-PATH PIC X(100).
       01  WS-CHECK-TABLE-GRP.
           05  WS-CHECK-ENTRY OCCURS 10 TIMES.
               10  WS-CHECK-NAME   PIC X(40).
      * Wide enough for the longest nightly-batch failure, "FAIL
      * step NN <20-character step name> exit NNN", in full.
               10  WS-CHECK-RESULT PIC X(60).
       01  WS-CHECK-COUNT      PIC 99 VALUE 0.
       01  WS-CHECK-IDX        PIC 99.
       01  WS-FAIL-COUNT       PIC 99 VALUE 0.
       01  WS-PROBE-OK         PIC X.
           88  PROBE-OK         VALUE 'Y'.

      * The nightly run counts as overdue once its last finish is
      * more than a day and a half old (a night was missed), and as
      * hung once a step has been running for six hours.
       01  WS-NIGHTLY-LATE-MINUTES  PIC 9(5) VALUE 2160.
       01  WS-NIGHTLY-HUNG-MINUTES  PIC 9(5) VALUE 360.
       01  WS-NOW-STAMP        PIC X(14).
       01  WS-NOW-MINUTES      PIC 9(9).
       01  WS-THEN-MINUTES     PIC 9(9).
       01  WS-AGE-MINUTES      PIC S9(9).

       PROCEDURE DIVISION.
      * The same routes selection ROUTER makes at request time.
           ACCEPT WS-APP-ENV FROM ENVIRONMENT "APP_ENV"
           PERFORM CHECK-THROTTLE
           PERFORM CHECK-ROUTES
           PERFORM CHECK-ROUTES-INDEX
           PERFORM CHECK-NIGHTLY-RUN

           IF WS-FAIL-COUNT = 0
               DISPLAY "Status: 200 OK"
           ELSE
               DISPLAY "RESPONSE_STATUS" UPON ENVIRONMENT-NAME
               DISPLAY "503" UPON ENVIRONMENT-VALUE
               DISPLAY "Status: 503 Service Unavailable"
           END-IF
           DISPLAY "Content-type: text/plain"
           MOVE WS-ROUTES-INDEX-PATH
               TO WS-CHECK-NAME(WS-CHECK-COUNT).

      * The nightly batch passes when its last run finished recently
      * or is still within its window, and also when it has never
      * run here at all (no status file -- a fresh install); a run
      * stopped on a failed step, one that looks hung, or a last
      * finish older than a night fails with the step and time.
       CHECK-NIGHTLY-RUN.
           OPEN INPUT NIGHTLY-STATUS-FILE
           IF WS-NIGHTLY-STATUS = "35"
               PERFORM RECORD-CHECK-PASS
               MOVE "OK (never run)"
                   TO WS-CHECK-RESULT(WS-CHECK-COUNT)
               MOVE "nightly batch" TO WS-CHECK-NAME(WS-CHECK-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF WS-NIGHTLY-STATUS NOT = "00"
               PERFORM RECORD-CHECK-FAIL
               MOVE SPACES TO WS-CHECK-RESULT(WS-CHECK-COUNT)
               STRING "FAIL open status " WS-NIGHTLY-STATUS
                   DELIMITED BY SIZE
                   INTO WS-CHECK-RESULT(WS-CHECK-COUNT)
               MOVE "nightly batch" TO WS-CHECK-NAME(WS-CHECK-COUNT)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NIGHTLY-STATUS-RECORD
           READ NIGHTLY-STATUS-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE NIGHTLY-STATUS-FILE

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NOW-STAMP(1:8))) * 1440
               + FUNCTION NUMVAL(WS-NOW-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-NOW-STAMP(11:2))
           MOVE 0 TO WS-THEN-MINUTES
           IF NS-UPDATED IS NUMERIC
               COMPUTE WS-THEN-MINUTES =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(NS-UPDATED(1:8))) * 1440
                   + FUNCTION NUMVAL(NS-UPDATED(9:2)) * 60
                   + FUNCTION NUMVAL(NS-UPDATED(11:2))
           END-IF
           COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES - WS-THEN-MINUTES

           EVALUATE TRUE
               WHEN NS-FAILED
                   PERFORM RECORD-CHECK-FAIL
                   MOVE SPACES TO WS-CHECK-RESULT(WS-CHECK-COUNT)
                   STRING "FAIL step " NS-STEP-NO " "
                          FUNCTION TRIM(NS-STEP-NAME)
                          " exit " NS-STEP-EXIT
                       DELIMITED BY SIZE
                       INTO WS-CHECK-RESULT(WS-CHECK-COUNT)
               WHEN NS-RUNNING
                    AND WS-AGE-MINUTES > WS-NIGHTLY-HUNG-MINUTES
                   PERFORM RECORD-CHECK-FAIL
                   MOVE SPACES TO WS-CHECK-RESULT(WS-CHECK-COUNT)
                   STRING "FAIL hung in step " NS-STEP-NO " since "
                          NS-UPDATED(1:12)
                       DELIMITED BY SIZE
                       INTO WS-CHECK-RESULT(WS-CHECK-COUNT)
               WHEN NS-RUNNING
                   PERFORM RECORD-CHECK-PASS
                   MOVE SPACES TO WS-CHECK-RESULT(WS-CHECK-COUNT)
                   STRING "OK (running step " NS-STEP-NO " of "
                          NS-STEP-COUNT ")"
                       DELIMITED BY SIZE
                       INTO WS-CHECK-RESULT(WS-CHECK-COUNT)
               WHEN NS-DONE
                    AND WS-AGE-MINUTES <= WS-NIGHTLY-LATE-MINUTES
                   PERFORM RECORD-CHECK-PASS
                   MOVE SPACES TO WS-CHECK-RESULT(WS-CHECK-COUNT)
                   STRING "OK (finished " NS-UPDATED(1:12) ")"
                       DELIMITED BY SIZE
                       INTO WS-CHECK-RESULT(WS-CHECK-COUNT)
               WHEN OTHER
                   PERFORM RECORD-CHECK-FAIL
                   MOVE SPACES TO WS-CHECK-RESULT(WS-CHECK-COUNT)
                   STRING "FAIL last finished " NS-UPDATED(1:12)
                       DELIMITED BY SIZE
                       INTO WS-CHECK-RESULT(WS-CHECK-COUNT)
           END-EVALUATE
           MOVE "nightly batch" TO WS-CHECK-NAME(WS-CHECK-COUNT).

      * Asks the runtime for WS-PROBE-PATH's modification time and
      * packs it into a comparable YYYYMMDDHHMMSS number.  ORD gives
      * a byte's value plus one, hence the minus ones.
