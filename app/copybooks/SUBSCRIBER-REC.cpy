               88  SB-UNCONFIRMED  VALUE "P".
               88  SB-CONFIRMED    VALUE "C".
               88  SB-UNSUBSCRIBED VALUE "U".
      * "S" is set by NEWSLETTER-SENDER when mail to the address has
      * gone to the dead letters: NEWSLETTER-QUEUE only queues to
      * CONFIRMED addresses, so a suspended one stops being mailed.
      * Signing up again (and confirming from the new mail) is the
      * way back, which proves the address works again.
               88  SB-SUSPENDED    VALUE "S".
           05  SB-TOKEN     PIC X(32).
           05  SB-TIMESTAMP PIC X(21).
      * Reading preferences, set on /subscribe/prefs (reached by the
      * token link in every mailing): whether new posts arrive one
      * mail each as they publish ("I") or gathered into one weekly
      * digest ("W", see NEWSLETTER-DIGEST), and the comma-separated
      * BP-TAGS names the reader follows (lower case, ex:
      * "cobol,infrastructure").  Blank tags means every post.  A
      * record written before these columns existed reads back as
      * spaces in both: every post, mailed as it publishes -- what
      * the reader signed up for.
           05  SB-FREQUENCY PIC X(01).
               88  SB-IMMEDIATE    VALUE "I" " ".
               88  SB-WEEKLY       VALUE "W".
           05  SB-TAGS      PIC X(60).
