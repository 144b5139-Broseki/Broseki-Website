       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-BATCH.

      * The one cron entry for the nightly work: runs the batch
      * programs below as separate executables, in a fixed order,
      * each to completion before the next starts.  Before each
      * step the "nightly-status" record (NIGHTLY-STATUS.cpy) is
      * rewritten to name it, and after it a line with the step's
      * start, end, exit status and outcome is appended to
      * "nightly-run-log", so there is always a record of what ran.
      * A step marked for it runs behind the maintenance flag ROUTER
      * honors: the flag is raised just before it and lowered just
      * after, unless an operator had already raised it by hand, in
      * which case it is left exactly as found.  A failed step stops
      * the run there with the status FAILED; the next run (the
      * following night, or by hand once the cause is fixed) picks
      * up at that same step under the same run id instead of
      * redoing the steps that already finished, and a run that
      * died outright (status still RUNNING) is resumed the same
      * way.  The report steps that exit 1 to say "I found
      * something" (DATA-RECONCILE, LINK-CHECK, CAPACITY-REPORT)
      * are logged as FINDINGS and the run carries on -- their
      * reports are the place to read about it.  HEALTH-HANDLER
      * reads the status record so a night that did not finish
      * shows up on /health.
      *
      *   ./NIGHTLY-BATCH                     run, or resume an
      *                                       unfinished run
      *   NIGHTLY_MODE=FRESH ./NIGHTLY-BATCH  abandon an unfinished
      *                                       run, start from step 1
      *
      * Exits 0 when every step ran clean, 1 when the run stopped,
      * 2 when every step ran but one or more reported findings --
      * nonzero either way, so cron mails the output.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FILE ASSIGN TO "nightly-status"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "nightly-run-log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT MAINTENANCE-FILE ASSIGN TO "maintenance-flag"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTENANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
           COPY "NIGHTLY-STATUS.cpy".
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD PIC X(120).
       FD  MAINTENANCE-FILE.
       01  MAINTENANCE-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-STATUS     PIC XX.
       01  WS-RUN-LOG-STATUS    PIC XX.
       01  WS-MAINTENANCE-STATUS PIC XX.
       01  WS-MAINTENANCE-PATH  PIC X(100) VALUE "maintenance-flag".

      * The steps, in running order.  Column 1 is "Y" for a step
      * that runs behind the maintenance flag (it rewrites files the
      * live site reads); column 2 is "F" for a report step whose
      * exit 1 means findings rather than failure, "S" for a step
      * whose every nonzero exit stops the run.  The reports run
      * before ACCESS-LOG-ARCHIVE so they see the whole day's log,
      * and SESSION-REPORT before SESSION-PURGE for the same reason.
      * CAPACITY-REPORT goes last, to size the files as the night
      * leaves them.
       01  WS-STEP-SEED.
           05  FILLER PIC X(22) VALUE "YSDATA-BACKUP".
           05  FILLER PIC X(22) VALUE "NFDATA-RECONCILE".
           05  FILLER PIC X(22) VALUE "YSSEARCH-COMPILE".
           05  FILLER PIC X(22) VALUE "NFLINK-CHECK".
           05  FILLER PIC X(22) VALUE "NSSESSION-REPORT".
           05  FILLER PIC X(22) VALUE "NSSESSION-PURGE".
           05  FILLER PIC X(22) VALUE "NSACCESS-LOG-REPORT".
           05  FILLER PIC X(22) VALUE "NSRESPONSE-TIME-REPORT".
           05  FILLER PIC X(22) VALUE "NSNOT-FOUND-REPORT".
           05  FILLER PIC X(22) VALUE "NSERROR-LOG-REPORT".
           05  FILLER PIC X(22) VALUE "NSAUDIT-LOG-REPORT".
           05  FILLER PIC X(22) VALUE "NSDEAD-LETTER-REPORT".
           05  FILLER PIC X(22) VALUE "NSMEDIA-REPORT".
           05  FILLER PIC X(22) VALUE "NSACCESS-LOG-ARCHIVE".
           05  FILLER PIC X(22) VALUE "NFCAPACITY-REPORT".
       01  WS-STEP-TABLE REDEFINES WS-STEP-SEED.
           05  WS-STEP-ENTRY OCCURS 15 TIMES.
               10  WS-SP-MAINT   PIC X(01).
                   88  SP-NEEDS-FLAG   VALUE "Y".
               10  WS-SP-POLICY  PIC X(01).
                   88  SP-FINDINGS-OK  VALUE "F".
               10  WS-SP-NAME    PIC X(20).
       01  WS-STEP-COUNT        PIC 99 VALUE 15.
       01  WS-STEP-IDX          PIC 99.
       01  WS-FIRST-STEP        PIC 99 VALUE 1.

       01  WS-MODE              PIC X(10).
       01  WS-NOW               PIC X(14).
       01  WS-STEP-START        PIC X(14).
       01  WS-STOPPED           PIC X VALUE 'N'.
           88  RUN-STOPPED       VALUE 'Y'.
       01  WS-FINDINGS          PIC X VALUE 'N'.
           88  FINDINGS-SEEN     VALUE 'Y'.
       01  WS-PRIOR-RUN         PIC X VALUE 'N'.
           88  PRIOR-UNFINISHED  VALUE 'Y'.

      * CALL "SYSTEM" hands back the shell's wait status: the exit
      * code times 256, or the signal number alone when the step
      * was killed, which is reported the way the shell does (128
      * plus the signal).
       01  WS-STEP-COMMAND      PIC X(40).
       01  WS-WAIT-STATUS       PIC S9(9).
       01  WS-WAIT-SIGNAL       PIC 9(9).
       01  WS-STEP-EXIT         PIC 9(3).
       01  WS-OUTCOME           PIC X(8).
       01  WS-LOG-LINE          PIC X(120).

       PROCEDURE DIVISION.
           ACCEPT WS-MODE FROM ENVIRONMENT "NIGHTLY_MODE"
           PERFORM READ-RUN-STATUS
           IF PRIOR-UNFINISHED
              AND FUNCTION TRIM(WS-MODE) NOT = "FRESH"
               PERFORM RESUME-RUN
           ELSE
               IF PRIOR-UNFINISHED
                   MOVE "ABANDONED" TO WS-OUTCOME
                   PERFORM LOG-RUN-EVENT
                   IF NS-RAISED-FLAG
                       PERFORM LOWER-MAINTENANCE-FLAG
                   END-IF
               END-IF
               PERFORM START-RUN
           END-IF

           PERFORM VARYING WS-STEP-IDX FROM WS-FIRST-STEP BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT OR RUN-STOPPED
               PERFORM RUN-ONE-STEP
           END-PERFORM

           IF RUN-STOPPED
               DISPLAY "Nightly run " NS-RUN-ID " stopped at step "
                   NS-STEP-NO " " FUNCTION TRIM(NS-STEP-NAME)
                   " (exit " NS-STEP-EXIT "); rerun to resume there"
               MOVE "STOPPED" TO WS-OUTCOME
               PERFORM LOG-RUN-EVENT
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "DONE" TO NS-STATE
               MOVE WS-STEP-COUNT TO NS-STEP-NO
               MOVE SPACES TO NS-STEP-NAME
               MOVE 0 TO NS-STEP-EXIT
               PERFORM WRITE-RUN-STATUS
               DISPLAY "Nightly run " NS-RUN-ID " complete, "
                   WS-STEP-COUNT " steps"
               MOVE "DONE" TO WS-OUTCOME
               PERFORM LOG-RUN-EVENT
               IF FINDINGS-SEEN
                   DISPLAY "One or more steps reported findings;"
                       " see nightly-run-log"
                   MOVE 2 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * Loads the last run's status record, if there is one; only a
      * RUNNING or FAILED run is something to resume.
       READ-RUN-STATUS.
           MOVE 'N' TO WS-PRIOR-RUN
           OPEN INPUT STATUS-FILE
           IF WS-STATUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STATUS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF NS-RUNNING OR NS-FAILED
                       MOVE 'Y' TO WS-PRIOR-RUN
                   END-IF
           END-READ
           CLOSE STATUS-FILE.

       START-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           MOVE SPACES TO NIGHTLY-STATUS-RECORD
           MOVE WS-NOW TO NS-RUN-ID
           MOVE "RUNNING" TO NS-STATE
           MOVE WS-STEP-COUNT TO NS-STEP-COUNT
           MOVE 0 TO NS-STEP-NO
           MOVE 0 TO NS-STEP-EXIT
           MOVE "N" TO NS-FLAG-RAISED
           MOVE "N" TO NS-FINDINGS
           MOVE 1 TO WS-FIRST-STEP
           PERFORM WRITE-RUN-STATUS
           MOVE "START" TO WS-OUTCOME
           PERFORM LOG-RUN-EVENT.

      * Picks the run back up at the step it stopped in.  A flag
      * this run raised and never lowered (it died mid-step) comes
      * down first; the step raises it again if it needs it.
      * Findings the earlier attempt saw still count at the end.
       RESUME-RUN.
           IF NS-STEP-NO < 1 OR NS-STEP-NO > WS-STEP-COUNT
               MOVE 1 TO WS-FIRST-STEP
           ELSE
               MOVE NS-STEP-NO TO WS-FIRST-STEP
           END-IF
           IF NS-RAISED-FLAG
               PERFORM LOWER-MAINTENANCE-FLAG
           END-IF
           IF NS-FINDINGS-SEEN
               MOVE 'Y' TO WS-FINDINGS
           END-IF
           MOVE "RUNNING" TO NS-STATE
           MOVE WS-STEP-COUNT TO NS-STEP-COUNT
           PERFORM WRITE-RUN-STATUS
           DISPLAY "Resuming nightly run " NS-RUN-ID " at step "
               WS-FIRST-STEP " "
               FUNCTION TRIM(WS-SP-NAME(WS-FIRST-STEP))
           MOVE "RESUME" TO WS-OUTCOME
           PERFORM LOG-RUN-EVENT.

      * One step: checkpoint it as the current step, run it (behind
      * the flag if it needs one), then judge and log its exit.
       RUN-ONE-STEP.
           MOVE "RUNNING" TO NS-STATE
           MOVE WS-STEP-IDX TO NS-STEP-NO
           MOVE WS-SP-NAME(WS-STEP-IDX) TO NS-STEP-NAME
           MOVE 0 TO NS-STEP-EXIT
           PERFORM WRITE-RUN-STATUS
           IF SP-NEEDS-FLAG(WS-STEP-IDX)
               PERFORM RAISE-MAINTENANCE-FLAG
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START
           DISPLAY "Step " WS-STEP-IDX ": "
               FUNCTION TRIM(WS-SP-NAME(WS-STEP-IDX))
           MOVE SPACES TO WS-STEP-COMMAND
           STRING "./" FUNCTION TRIM(WS-SP-NAME(WS-STEP-IDX))
               DELIMITED BY SIZE
               INTO WS-STEP-COMMAND
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-WAIT-STATUS
           MOVE 0 TO RETURN-CODE
           PERFORM DECODE-WAIT-STATUS

           IF NS-RAISED-FLAG
               PERFORM LOWER-MAINTENANCE-FLAG
           END-IF

           EVALUATE TRUE
               WHEN WS-STEP-EXIT = 0
                   MOVE "OK" TO WS-OUTCOME
               WHEN WS-STEP-EXIT = 1
                    AND SP-FINDINGS-OK(WS-STEP-IDX)
                   MOVE "FINDINGS" TO WS-OUTCOME
                   MOVE 'Y' TO WS-FINDINGS
                   MOVE "Y" TO NS-FINDINGS
               WHEN OTHER
                   MOVE "FAILED" TO WS-OUTCOME
                   MOVE 'Y' TO WS-STOPPED
           END-EVALUATE
           MOVE WS-STEP-EXIT TO NS-STEP-EXIT
           IF RUN-STOPPED
               MOVE "FAILED" TO NS-STATE
           END-IF
           PERFORM WRITE-RUN-STATUS
           PERFORM LOG-STEP-RESULT.

       DECODE-WAIT-STATUS.
           IF WS-WAIT-STATUS < 0
               MOVE 255 TO WS-STEP-EXIT
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-WAIT-STATUS BY 256 GIVING WS-STEP-EXIT
               REMAINDER WS-WAIT-SIGNAL
           IF WS-WAIT-SIGNAL > 0
               COMPUTE WS-STEP-EXIT = 128 + WS-WAIT-SIGNAL
           END-IF.

      * An existing flag file is the operator's: it stays up, and it
      * is not this run's to take down afterwards.
       RAISE-MAINTENANCE-FLAG.
           OPEN INPUT MAINTENANCE-FILE
           IF WS-MAINTENANCE-STATUS = "00"
               CLOSE MAINTENANCE-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MAINTENANCE-FILE
           IF WS-MAINTENANCE-STATUS NOT = "00"
               DISPLAY "Could not raise the maintenance flag, status "
                   WS-MAINTENANCE-STATUS
               EXIT PARAGRAPH
           END-IF
           CLOSE MAINTENANCE-FILE
           MOVE "Y" TO NS-FLAG-RAISED
           PERFORM WRITE-RUN-STATUS.

       LOWER-MAINTENANCE-FLAG.
           CALL "CBL_DELETE_FILE" USING WS-MAINTENANCE-PATH
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO NS-FLAG-RAISED
           PERFORM WRITE-RUN-STATUS.

      * The checkpoint: the whole one-record file is rewritten every
      * time, stamped with when.
       WRITE-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NS-UPDATED
           OPEN OUTPUT STATUS-FILE
           WRITE NIGHTLY-STATUS-RECORD
           CLOSE STATUS-FILE.

      * "<run id> <nn> <step> <started> <ended> <exit> <outcome>"
       LOG-STEP-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           MOVE SPACES TO WS-LOG-LINE
           STRING NS-RUN-ID " " WS-STEP-IDX " "
                  WS-SP-NAME(WS-STEP-IDX) " "
                  WS-STEP-START " " WS-NOW " "
                  WS-STEP-EXIT " " WS-OUTCOME
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM APPEND-RUN-LOG.

      * "<run id> -- <event> <when>" for START, RESUME, DONE,
      * STOPPED and ABANDONED.
       LOG-RUN-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           MOVE SPACES TO WS-LOG-LINE
           STRING NS-RUN-ID " -- " FUNCTION TRIM(WS-OUTCOME) " "
                  WS-NOW
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           PERFORM APPEND-RUN-LOG.

      * Same OPEN EXTEND / create-if-missing idiom as ROUTER's logs.
       APPEND-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD FROM WS-LOG-LINE
           CLOSE RUN-LOG-FILE.

       END PROGRAM NIGHTLY-BATCH.
