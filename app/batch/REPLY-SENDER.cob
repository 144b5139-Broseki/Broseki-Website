       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLY-SENDER.

      * Meant to run from cron next to NOTIFY-SENDER, this drains
      * the pending replies the /admin/inbox screen leaves in
      * data/message-replies: each one is mailed to the visitor's
      * CM-EMAIL and marked sent, with the time, only when the
      * mailer accepts it, so a failed send is simply retried by
      * the next run instead of being lost.  A reply that goes out
      * moves the message it answers to REPLIED in data/messages.
      * The body (the reply, then the visitor's own message quoted
      * under it) is staged to a scratch file and the mail command
      * stays fixed text plus the recipient, which is checked to
      * the same letters, digits, and @.+_- shape NEWSLETTER-SENDER
      * insists on before it goes anywhere near the shell -- the
      * contact form only asked for an "@".  An address that fails
      * is marked "B" rather than retried forever.  Sent replies
      * are kept: the file is the conversation history the inbox
      * shows, not just a queue.  Before either file is rewritten,
      * anything a concurrent request appended past the records
      * this run loaded is re-read and carried forward, the same
      * append-gap care NOTIFY-SENDER takes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLIES-FILE ASSIGN TO "data/message-replies"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLIES-STATUS.
           SELECT MESSAGES-FILE ASSIGN TO "data/messages"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-STATUS.
           SELECT BODY-FILE ASSIGN TO "reply-body.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLIES-FILE.
           COPY "MESSAGE-REPLY.cpy".
       FD  MESSAGES-FILE.
           COPY "CONTACT-MESSAGE.cpy".
       FD  BODY-FILE.
       01  BODY-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REPLIES-STATUS  PIC XX.
       01  WS-MESSAGES-STATUS PIC XX.
       01  WS-EOF-REPLIES     PIC X VALUE 'N'.
           88  EOF-REPLIES     VALUE 'Y'.
       01  WS-EOF-MESSAGES    PIC X VALUE 'N'.
           88  EOF-MESSAGES    VALUE 'Y'.

       01  WS-REPLY-TABLE-GRP.
           05  WS-REPLY-ENTRY OCCURS 500 TIMES.
               10  WR-STATUS    PIC X(01).
               10  WR-MSG-TS    PIC X(21).
               10  WR-WRITTEN   PIC X(21).
               10  WR-USER      PIC X(20).
               10  WR-SENT-AT   PIC X(21).
               10  WR-EMAIL     PIC X(60).
               10  WR-BODY      PIC X(1000).
       01  WS-REPLY-COUNT     PIC 9(3) VALUE 0.
      * Set when the replies file outgrew the table.  The run stops
      * before sending or rewriting anything then: rewriting just
      * the loaded slice would throw away replies, queued or sent.
       01  WS-TABLE-OVERFLOW  PIC X VALUE 'N'.
           88  TABLE-OVERFLOW  VALUE 'Y'.
       01  WS-LOADED-COUNT    PIC 9(3) VALUE 0.
       01  WS-REPLY-IDX       PIC 9(3).
       01  WS-REREAD-COUNT    PIC 9(3).

      * The inbox, loaded so each reply can quote the message it
      * answers and so that message's status can be moved.  When it
      * outgrows the table the replies still go out; only the
      * REPLIED marking is skipped, and the inbox can set it.
       01  WS-MSG-TABLE-GRP.
           05  WS-MSG-ENTRY OCCURS 500 TIMES.
               10  WM-TIMESTAMP PIC X(21).
               10  WM-NAME      PIC X(40).
               10  WM-EMAIL     PIC X(60).
               10  WM-BODY      PIC X(300).
               10  WM-STATUS    PIC X(01).
       01  WS-MSG-COUNT       PIC 9(3) VALUE 0.
       01  WS-MSG-LOADED      PIC 9(3) VALUE 0.
       01  WS-MSG-IDX         PIC 9(3).
       01  WS-FOUND-IDX       PIC 9(3).
       01  WS-MSG-OVERFLOW    PIC X VALUE 'N'.
           88  MSG-OVERFLOW    VALUE 'Y'.
       01  WS-MSG-CHANGED     PIC X VALUE 'N'.
           88  MSG-CHANGED     VALUE 'Y'.

       01  WS-MAIL-COMMAND    PIC X(200).
       01  WS-BODY-LINE       PIC X(80).
       01  WS-EMAIL-BAD       PIC X.
           88  EMAIL-BAD       VALUE 'Y'.
       01  WS-EMAIL-POS       PIC 99.
       01  WS-EMAIL-CHAR      PIC X.

      * Word wrapping for the staged body: WS-WRAP-IN is broken at
      * spaces into lines of at most 70 characters, each written
      * with WS-WRAP-PREFIX in front ("> " for the quoted message).
       01  WS-WRAP-IN         PIC X(1000).
       01  WS-WRAP-PREFIX     PIC X(02).
       01  WS-WRAP-POS        PIC 9(4).
       01  WS-WRAP-END        PIC 9(4).
       01  WS-WRAP-CUT        PIC 9(4).

       01  WS-SENT-COUNT      PIC 9(3) VALUE 0.
       01  WS-FAILED-COUNT    PIC 9(3) VALUE 0.
       01  WS-SKIPPED-COUNT   PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-REPLIES
           IF TABLE-OVERFLOW
               DISPLAY "Replies file holds more than 500 records; "
                   "refusing to run rather than drop any -- archive "
                   "the oldest sent replies first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPLY-COUNT TO WS-LOADED-COUNT
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-REPLY-IDX FROM 1 BY 1
               UNTIL WS-REPLY-IDX > WS-REPLY-COUNT
               IF WR-STATUS(WS-REPLY-IDX) = "P"
                   ADD 1 TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY "No replies waiting to be sent"
               STOP RUN
           END-IF
           PERFORM LOAD-MESSAGES
           MOVE WS-MSG-COUNT TO WS-MSG-LOADED

           PERFORM VARYING WS-REPLY-IDX FROM 1 BY 1
               UNTIL WS-REPLY-IDX > WS-REPLY-COUNT
               IF WR-STATUS(WS-REPLY-IDX) = "P"
                   PERFORM SEND-ONE-REPLY
               END-IF
           END-PERFORM

           PERFORM CAPTURE-APPENDED-REPLIES
           IF TABLE-OVERFLOW
      * Concurrent replies overfilled the table after the sends;
      * leave the file untouched.  The next run will resend what
      * just went out (the statuses were never persisted), but a
      * duplicate email is recoverable and a dropped reply is not.
               DISPLAY "Replies file grew past the table during the "
                   "run; statuses not saved, next run will retry"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM REWRITE-REPLIES
           END-IF

           IF MSG-CHANGED AND NOT MSG-OVERFLOW
               PERFORM CAPTURE-APPENDED-MESSAGES
           END-IF
           IF MSG-CHANGED AND NOT MSG-OVERFLOW
               PERFORM REWRITE-MESSAGES
           END-IF
           IF MSG-CHANGED AND MSG-OVERFLOW
               DISPLAY "Messages file is larger than this run can "
                   "hold; answered messages were not marked REPLIED"
           END-IF

           DISPLAY "Replies: " WS-SENT-COUNT " sent, "
               WS-FAILED-COUNT " left queued, "
               WS-SKIPPED-COUNT " skipped for a bad address"
           STOP RUN.

      * Reads the whole replies file into WS-REPLY-TABLE-GRP.  No
      * file at all just means nobody has answered anything yet.
       LOAD-REPLIES.
           MOVE 0 TO WS-REPLY-COUNT
           OPEN INPUT REPLIES-FILE
           IF WS-REPLIES-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-REPLIES
           END-IF
           PERFORM UNTIL EOF-REPLIES
               READ REPLIES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-REPLIES
                   NOT AT END
                       IF WS-REPLY-COUNT >= 500
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       ELSE
                           ADD 1 TO WS-REPLY-COUNT
                           PERFORM LOAD-ONE-REPLY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REPLIES-STATUS NOT = "35"
               CLOSE REPLIES-FILE
           END-IF.

       LOAD-ONE-REPLY.
           MOVE MR-STATUS TO WR-STATUS(WS-REPLY-COUNT)
           MOVE MR-MSG-TIMESTAMP TO WR-MSG-TS(WS-REPLY-COUNT)
           MOVE MR-WRITTEN TO WR-WRITTEN(WS-REPLY-COUNT)
           MOVE MR-USER TO WR-USER(WS-REPLY-COUNT)
           MOVE MR-SENT-AT TO WR-SENT-AT(WS-REPLY-COUNT)
           MOVE MR-EMAIL TO WR-EMAIL(WS-REPLY-COUNT)
           MOVE MR-BODY TO WR-BODY(WS-REPLY-COUNT).

       LOAD-MESSAGES.
           MOVE 0 TO WS-MSG-COUNT
           MOVE 'N' TO WS-EOF-MESSAGES
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-MESSAGES
           END-IF
           PERFORM UNTIL EOF-MESSAGES
               READ MESSAGES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-MESSAGES
                   NOT AT END
                       IF WS-MSG-COUNT >= 500
                           MOVE 'Y' TO WS-MSG-OVERFLOW
                       ELSE
                           ADD 1 TO WS-MSG-COUNT
                           PERFORM LOAD-ONE-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MESSAGES-STATUS NOT = "35"
               CLOSE MESSAGES-FILE
           END-IF.

       LOAD-ONE-MESSAGE.
           MOVE CM-TIMESTAMP TO WM-TIMESTAMP(WS-MSG-COUNT)
           MOVE CM-NAME TO WM-NAME(WS-MSG-COUNT)
           MOVE CM-EMAIL TO WM-EMAIL(WS-MSG-COUNT)
           MOVE CM-BODY TO WM-BODY(WS-MSG-COUNT)
           MOVE CM-STATUS TO WM-STATUS(WS-MSG-COUNT).

       FIND-REPLIED-MESSAGE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
               UNTIL WS-MSG-IDX > WS-MSG-COUNT
               IF WM-TIMESTAMP(WS-MSG-IDX) = WR-MSG-TS(WS-REPLY-IDX)
                   MOVE WS-MSG-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Stages the reply to the scratch file and hands it to the
      * system mailer; the reply is marked sent only when the
      * mailer exits zero, and only then is the message it answers
      * moved to REPLIED.
       SEND-ONE-REPLY.
           PERFORM CHECK-EMAIL-SHAPE
           IF EMAIL-BAD
               MOVE "B" TO WR-STATUS(WS-REPLY-IDX)
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-REPLIED-MESSAGE
           PERFORM STAGE-REPLY-BODY

      * The subject stays fixed literal text, the discipline the
      * other senders keep: nothing a visitor typed goes on the
      * command line except the address checked above.
           MOVE SPACES TO WS-MAIL-COMMAND
           STRING "mail -s 'Re: your message' '"
                  FUNCTION TRIM(WR-EMAIL(WS-REPLY-IDX))
                  "' < reply-body.tmp"
               DELIMITED BY SIZE
               INTO WS-MAIL-COMMAND
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-MAIL-COMMAND
           IF RETURN-CODE = 0
               MOVE "S" TO WR-STATUS(WS-REPLY-IDX)
               MOVE FUNCTION CURRENT-DATE TO WR-SENT-AT(WS-REPLY-IDX)
               ADD 1 TO WS-SENT-COUNT
               IF WS-FOUND-IDX > 0
                   MOVE "P" TO WM-STATUS(WS-FOUND-IDX)
                   MOVE 'Y' TO WS-MSG-CHANGED
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           MOVE 0 TO RETURN-CODE.

      * The same strict shape NEWSLETTER-SENDER checks: one
      * non-blank address of letters, digits, and @.+_- only.
       CHECK-EMAIL-SHAPE.
           MOVE 'N' TO WS-EMAIL-BAD
           IF FUNCTION TRIM(WR-EMAIL(WS-REPLY-IDX)) = SPACES
               MOVE 'Y' TO WS-EMAIL-BAD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EMAIL-POS FROM 1 BY 1
               UNTIL WS-EMAIL-POS > 60
               MOVE WR-EMAIL(WS-REPLY-IDX)(WS-EMAIL-POS:1)
                   TO WS-EMAIL-CHAR
               IF WS-EMAIL-CHAR NOT = SPACE
                  AND WS-EMAIL-CHAR NOT = "@"
                  AND WS-EMAIL-CHAR NOT = "."
                  AND WS-EMAIL-CHAR NOT = "+"
                  AND WS-EMAIL-CHAR NOT = "_"
                  AND WS-EMAIL-CHAR NOT = "-"
                  AND WS-EMAIL-CHAR IS NOT ALPHABETIC-LOWER
                  AND WS-EMAIL-CHAR IS NOT ALPHABETIC-UPPER
                  AND WS-EMAIL-CHAR IS NOT NUMERIC
                   MOVE 'Y' TO WS-EMAIL-BAD
               END-IF
           END-PERFORM.

      * The reply, wrapped, then the visitor's message quoted under
      * it when it is still on file.
       STAGE-REPLY-BODY.
           OPEN OUTPUT BODY-FILE
           MOVE WR-BODY(WS-REPLY-IDX) TO WS-WRAP-IN
           MOVE SPACES TO WS-WRAP-PREFIX
           PERFORM WRAP-INTO-BODY
           IF WS-FOUND-IDX > 0
               MOVE SPACES TO WS-BODY-LINE
               WRITE BODY-RECORD FROM WS-BODY-LINE
               MOVE SPACES TO WS-BODY-LINE
               STRING "On " WM-TIMESTAMP(WS-FOUND-IDX)(1:4) "-"
                      WM-TIMESTAMP(WS-FOUND-IDX)(5:2) "-"
                      WM-TIMESTAMP(WS-FOUND-IDX)(7:2)
                      " you wrote:"
                   DELIMITED BY SIZE
                   INTO WS-BODY-LINE
               WRITE BODY-RECORD FROM WS-BODY-LINE
               MOVE SPACES TO WS-WRAP-IN
               MOVE WM-BODY(WS-FOUND-IDX) TO WS-WRAP-IN
               MOVE "> " TO WS-WRAP-PREFIX
               PERFORM WRAP-INTO-BODY
           END-IF
           CLOSE BODY-FILE.

      * Breaks WS-WRAP-IN at the last space that keeps each line to
      * 70 characters (or hard at 70 when a single word is longer)
      * and writes the lines to the body file.
       WRAP-INTO-BODY.
           IF WS-WRAP-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WRAP-END =
               FUNCTION LENGTH(FUNCTION TRIM(WS-WRAP-IN TRAILING))
           MOVE 1 TO WS-WRAP-POS
           PERFORM UNTIL WS-WRAP-POS > WS-WRAP-END
                      OR WS-WRAP-IN(WS-WRAP-POS:1) NOT = SPACE
               ADD 1 TO WS-WRAP-POS
           END-PERFORM
           PERFORM UNTIL WS-WRAP-POS > WS-WRAP-END
               IF WS-WRAP-END - WS-WRAP-POS + 1 <= 70
                   COMPUTE WS-WRAP-CUT = WS-WRAP-END - WS-WRAP-POS + 1
               ELSE
                   PERFORM VARYING WS-WRAP-CUT FROM 70 BY -1
                       UNTIL WS-WRAP-CUT < 20
                       OR WS-WRAP-IN(WS-WRAP-POS + WS-WRAP-CUT:1)
                          = SPACE
                       CONTINUE
                   END-PERFORM
                   IF WS-WRAP-CUT < 20
                       MOVE 70 TO WS-WRAP-CUT
                   END-IF
               END-IF
               MOVE SPACES TO WS-BODY-LINE
               STRING WS-WRAP-PREFIX
                      WS-WRAP-IN(WS-WRAP-POS:WS-WRAP-CUT)
                   DELIMITED BY SIZE
                   INTO WS-BODY-LINE
               WRITE BODY-RECORD FROM WS-BODY-LINE
               ADD WS-WRAP-CUT TO WS-WRAP-POS
               PERFORM UNTIL WS-WRAP-POS > WS-WRAP-END
                          OR WS-WRAP-IN(WS-WRAP-POS:1) NOT = SPACE
                   ADD 1 TO WS-WRAP-POS
               END-PERFORM
           END-PERFORM.

      * Re-reads the live replies file and appends to the table
      * anything the inbox queued past the WS-LOADED-COUNT records
      * this run started from, so the rewrite below can't overwrite
      * a reply written while the mailer was running.
       CAPTURE-APPENDED-REPLIES.
           MOVE 0 TO WS-REREAD-COUNT
           MOVE 'N' TO WS-EOF-REPLIES
           OPEN INPUT REPLIES-FILE
           IF WS-REPLIES-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-REPLIES
           END-IF
           PERFORM UNTIL EOF-REPLIES
               READ REPLIES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-REPLIES
                   NOT AT END
                       ADD 1 TO WS-REREAD-COUNT
                       IF WS-REREAD-COUNT > WS-LOADED-COUNT
                          AND WS-REPLY-COUNT >= 500
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                       IF WS-REREAD-COUNT > WS-LOADED-COUNT
                          AND WS-REPLY-COUNT < 500
                           ADD 1 TO WS-REPLY-COUNT
                           PERFORM LOAD-ONE-REPLY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REPLIES-STATUS NOT = "35"
               CLOSE REPLIES-FILE
           END-IF.

      * The same for the messages file, which CONTACT-FORM-HANDLER
      * may have appended to while the mailer ran.
       CAPTURE-APPENDED-MESSAGES.
           MOVE 0 TO WS-REREAD-COUNT
           MOVE 'N' TO WS-EOF-MESSAGES
           OPEN INPUT MESSAGES-FILE
           IF WS-MESSAGES-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-MESSAGES
           END-IF
           PERFORM UNTIL EOF-MESSAGES
               READ MESSAGES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-MESSAGES
                   NOT AT END
                       ADD 1 TO WS-REREAD-COUNT
                       IF WS-REREAD-COUNT > WS-MSG-LOADED
                          AND WS-MSG-COUNT >= 500
                           MOVE 'Y' TO WS-MSG-OVERFLOW
                       END-IF
                       IF WS-REREAD-COUNT > WS-MSG-LOADED
                          AND WS-MSG-COUNT < 500
                           ADD 1 TO WS-MSG-COUNT
                           PERFORM LOAD-ONE-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MESSAGES-STATUS NOT = "35"
               CLOSE MESSAGES-FILE
           END-IF.

       REWRITE-REPLIES.
           OPEN OUTPUT REPLIES-FILE
           PERFORM VARYING WS-REPLY-IDX FROM 1 BY 1
               UNTIL WS-REPLY-IDX > WS-REPLY-COUNT
               MOVE WR-STATUS(WS-REPLY-IDX) TO MR-STATUS
               MOVE WR-MSG-TS(WS-REPLY-IDX) TO MR-MSG-TIMESTAMP
               MOVE WR-WRITTEN(WS-REPLY-IDX) TO MR-WRITTEN
               MOVE WR-USER(WS-REPLY-IDX) TO MR-USER
               MOVE WR-SENT-AT(WS-REPLY-IDX) TO MR-SENT-AT
               MOVE WR-EMAIL(WS-REPLY-IDX) TO MR-EMAIL
               MOVE WR-BODY(WS-REPLY-IDX) TO MR-BODY
               WRITE MESSAGE-REPLY-RECORD
           END-PERFORM
           CLOSE REPLIES-FILE.

       REWRITE-MESSAGES.
           OPEN OUTPUT MESSAGES-FILE
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
               UNTIL WS-MSG-IDX > WS-MSG-COUNT
               MOVE WM-TIMESTAMP(WS-MSG-IDX) TO CM-TIMESTAMP
               MOVE WM-NAME(WS-MSG-IDX) TO CM-NAME
               MOVE WM-EMAIL(WS-MSG-IDX) TO CM-EMAIL
               MOVE WM-BODY(WS-MSG-IDX) TO CM-BODY
               MOVE WM-STATUS(WS-MSG-IDX) TO CM-STATUS
               WRITE CONTACT-MESSAGE-RECORD
           END-PERFORM
           CLOSE MESSAGES-FILE.

       END PROGRAM REPLY-SENDER.
