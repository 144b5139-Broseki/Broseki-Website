      * MESSAGE-REPLY.cpy
      * Shared fixed-width record layout for one row of the
      * MESSAGE-REPLIES-FILE data file: an answer to a contact
      * message, written from the /admin/inbox screen and mailed
      * to the visitor by app/batch/REPLY-SENDER.cob.  The file is
      * both the conversation history the inbox shows under each
      * message and the outbound queue, with the same retry-safe
      * status discipline NOTIFY-QUEUE.cpy uses: the status byte
      * leads the record, and a failed send just stays "P" for the
      * next run.  MR-MSG-TIMESTAMP is the CM-TIMESTAMP of the
      * message answered -- the same identifier the inbox uses.
      * COPY into the FD of any program that opens
      * MESSAGE-REPLIES-FILE directly so they all agree on the
      * column layout.
       01  MESSAGE-REPLY-RECORD.
           05  MR-STATUS        PIC X(01).
               88  MR-PENDING      VALUE "P".
               88  MR-SENT         VALUE "S".
      * "B" is set by REPLY-SENDER when the visitor's CM-EMAIL fails
      * the address check: retrying would never make it sendable,
      * so the reply stays on file, marked, for someone to answer
      * another way.
               88  MR-BAD-ADDRESS  VALUE "B".
           05  MR-MSG-TIMESTAMP PIC X(21).
      * When the reply was written and by which account, and when
      * the mailer accepted it (spaces until then).
           05  MR-WRITTEN       PIC X(21).
           05  MR-USER          PIC X(20).
           05  MR-SENT-AT       PIC X(21).
           05  MR-EMAIL         PIC X(60).
           05  MR-BODY          PIC X(1000).
