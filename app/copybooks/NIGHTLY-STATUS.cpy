      * NIGHTLY-STATUS.cpy
      * Shared fixed-width layout for the single record of the
      * "nightly-status" file NIGHTLY-BATCH rewrites at every step:
      * which run is current (its id is the timestamp it started),
      * whether it is still RUNNING, FAILED, or DONE, the step it is
      * on (or stopped at, or the step count once DONE) with that
      * step's exit status, when the record was last written,
      * whether the run itself raised the maintenance flag it may
      * have to lower on a resume, and whether any step so far has
      * reported findings, so a resumed run still ends non-zero for
      * them.  NIGHTLY-BATCH reads it back to know where to resume;
      * HEALTH-HANDLER reads it so the uptime monitor hears about a
      * night that did not finish.
       01  NIGHTLY-STATUS-RECORD.
           05  NS-RUN-ID       PIC X(14).
           05  NS-STATE        PIC X(8).
               88  NS-RUNNING       VALUE "RUNNING".
               88  NS-FAILED        VALUE "FAILED".
               88  NS-DONE          VALUE "DONE".
           05  NS-STEP-NO      PIC 9(2).
           05  NS-STEP-COUNT   PIC 9(2).
           05  NS-STEP-NAME    PIC X(20).
           05  NS-STEP-EXIT    PIC 9(3).
           05  NS-UPDATED      PIC X(14).
           05  NS-FLAG-RAISED  PIC X(1).
               88  NS-RAISED-FLAG   VALUE "Y".
           05  NS-FINDINGS     PIC X(1).
               88  NS-FINDINGS-SEEN VALUE "Y".
