      * MAILING-QUEUE.cpy
      * Shared fixed-width record layout for one row of the
      * MAILING-QUEUE-FILE data file: an email owed to a newsletter
      * subscriber -- the confirmation link for a fresh signup (kind
      * "C", queued by SUBSCRIBE-HANDLER), the announcement of a
      * newly PUBLISHED post (kind "N", queued by
      * app/batch/NEWSLETTER-QUEUE.cob, one per confirmed
      * subscriber whose followed tags it carries), or a weekly
      * digest (kind "D", queued by app/batch/NEWSLETTER-DIGEST.cob
      * for each subscriber who chose one, listing the week's posts
      * in MQ-DIGEST-IDS).  app/batch/NEWSLETTER-SENDER.cob drains
      * the pending ones into the system mailer with the same
      * retry-safe status discipline NOTIFY-QUEUE.cpy uses: the
      * status byte leads the record, and a failed send just stays
      * "P" for the next run.  COPY into the FD of any program that
           05  MQ-STATUS    PIC X(01).
               88  MQ-PENDING  VALUE "P".
               88  MQ-SENT     VALUE "S".
      * "F" is a dead letter: the send failed more times than
      * mail_max_attempts allows (or the address could never be
      * sent to), so NEWSLETTER-SENDER stops retrying it, suspends
      * the subscriber, and DEAD-LETTER-REPORT lists it instead.
               88  MQ-FAILED   VALUE "F".
           05  MQ-KIND      PIC X(01).
               88  MQ-CONFIRM  VALUE "C".
               88  MQ-NEW-POST VALUE "N".
               88  MQ-DIGEST   VALUE "D".
           05  MQ-EMAIL     PIC X(60).
           05  MQ-TOKEN     PIC X(32).
           05  MQ-POST-ID   PIC 9(4).
           05  MQ-TIMESTAMP PIC X(21).
      * Dead-letter bookkeeping kept by NEWSLETTER-SENDER: failed
      * sends so far, when the last one was tried, and what the
      * mailer said.  A record written before these columns existed
      * reads back as spaces, which the sender takes as no attempts
      * yet.
           05  MQ-ATTEMPTS  PIC 9(2).
           05  MQ-LAST-TRY  PIC X(21).
           05  MQ-LAST-ERROR PIC X(80).
      * A digest's contents: the BP-IDs of up to twelve posts, in
      * the order they are listed, zero-filled past the last one,
      * and how many more matched than fit (the mail points those
      * readers at the blog itself).  Spaces on every other kind.
           05  MQ-DIGEST-IDS.
               10  MQ-DIGEST-ID PIC 9(4) OCCURS 12 TIMES.
           05  MQ-DIGEST-MORE PIC 9(3).
