           05  NQ-STATUS     PIC X(01).
               88  NQ-PENDING   VALUE "P".
               88  NQ-SENT      VALUE "S".
      * "F" is a dead letter: the send failed more times than
      * MAIL_MAX_ATTEMPTS allows, so NOTIFY-SENDER stops retrying it
      * and DEAD-LETTER-REPORT lists it instead.
               88  NQ-FAILED    VALUE "F".
           05  NQ-TIMESTAMP  PIC X(21).
           05  NQ-NAME       PIC X(40).
           05  NQ-EMAIL      PIC X(60).
      * Dead-letter bookkeeping kept by NOTIFY-SENDER: failed sends
      * so far, when the last one was tried, and what the mailer
      * said.  A record written before these columns existed reads
      * back as spaces, which the sender takes as no attempts yet.
           05  NQ-ATTEMPTS   PIC 9(2).
           05  NQ-LAST-TRY   PIC X(21).
           05  NQ-LAST-ERROR PIC X(80).
