      * file in an editor or answering the same person twice.  The
      * message's timestamp is its identifier here, since nothing
      * else about a submission is guaranteed unique.
      * Each message also carries a reply form: the answer is
      * appended to MESSAGE-REPLIES-FILE with the signed-in account
      * and the time, and REPLY-SENDER mails it to CM-EMAIL on its
      * next run, moving the message to REPLIED once the mailer
      * accepts it.  Every reply on file is shown under the message
      * it answers, with whether it has gone out yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MESSAGES-FILE ASSIGN TO "data/messages"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-STATUS.
           SELECT MESSAGE-REPLIES-FILE
               ASSIGN TO "data/message-replies"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLIES-STATUS.
           SELECT SESSIONS-FILE ASSIGN TO "sessions"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-ID
               FILE STATUS IS WS-SESSIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGES-FILE.
           COPY "CONTACT-MESSAGE.cpy".
       FD  MESSAGE-REPLIES-FILE.
           COPY "MESSAGE-REPLY.cpy".
       FD  SESSIONS-FILE.
           COPY "SESSION-REC.cpy".

       WORKING-STORAGE SECTION.
      * The page title handed to SITE-LAYOUT: a full-width field,
           COPY "QUERY-PARAMS.cpy".
           COPY "AUDIT-FIELDS.cpy".
       01  WS-MESSAGES-STATUS  PIC XX.
       01  WS-REPLIES-STATUS   PIC XX.
       01  WS-SESSIONS-STATUS  PIC XX.
       01  WS-SESSION-ID       PIC X(32).
       01  WS-ACTING-USER      PIC X(20).
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-REQUEST-BODY     PIC X(16384).
       01  WS-EOF-MESSAGES     PIC X VALUE 'N'.
       01  WS-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-SPAM-COUNT       PIC 9(3) VALUE 0.

      * The replies to the loaded messages, in the order they were
      * written, so each message's conversation reads top to
      * bottom.  Replies to messages no longer on file are skipped.
       01  WS-EOF-REPLIES      PIC X VALUE 'N'.
           88  EOF-REPLIES      VALUE 'Y'.
       01  WS-REPLY-TABLE-GRP.
           05  WS-REPLY-ENTRY OCCURS 200 TIMES.
               10  WR-STATUS    PIC X(01).
               10  WR-MSG-TS    PIC X(21).
               10  WR-WRITTEN   PIC X(21).
               10  WR-USER      PIC X(20).
               10  WR-SENT-AT   PIC X(21).
               10  WR-BODY      PIC X(1000).
       01  WS-REPLY-COUNT      PIC 9(3) VALUE 0.
       01  WS-REPLY-IDX        PIC 9(3).
       01  WS-MORE-REPLIES     PIC X VALUE 'N'.
           88  MORE-REPLIES     VALUE 'Y'.
       01  WS-REPLY-TEXT       PIC X(1000).
       01  WS-STAMP-IN         PIC X(21).
       01  WS-STAMP-OUT        PIC X(16).

       01  WS-FIELD-IDX        PIC 99.
       01  WS-ACTION           PIC X(10).
       01  WS-TARGET-TS        PIC X(21).

      * HTML escaping scratch, the same entity set TEMPLATE-ENGINE's
      * ESCAPE-TOKEN-VALUE uses, since every field here is untrusted
      * visitor input.  Sized for a reply, the longest field shown.
       01  WS-ESC-IN           PIC X(1000).
       01  WS-ESC-OUT          PIC X(6000).
       01  WS-ESC-IN-POS       PIC 9999.
       01  WS-ESC-OUT-POS      PIC 9999.

                   PERFORM HANDLE-STATUS-CHANGE
               END-IF
           END-IF
           PERFORM LOAD-REPLIES
           PERFORM RENDER-INBOX
           EXIT PROGRAM.

               CLOSE MESSAGES-FILE
           END-IF.

      * Every reply to a loaded message, oldest first.  A missing
      * replies file just means nobody has answered anything yet.
       LOAD-REPLIES.
           MOVE 0 TO WS-REPLY-COUNT
           MOVE 'N' TO WS-EOF-REPLIES
           OPEN INPUT MESSAGE-REPLIES-FILE
           IF WS-REPLIES-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-REPLIES
           END-IF
           PERFORM UNTIL EOF-REPLIES
               READ MESSAGE-REPLIES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-REPLIES
                   NOT AT END
                       MOVE MR-MSG-TIMESTAMP TO WS-TARGET-TS
                       PERFORM FIND-TARGET-MESSAGE
                       IF WS-FOUND-IDX > 0
                           PERFORM TAKE-ONE-REPLY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REPLIES-STATUS NOT = "35"
               CLOSE MESSAGE-REPLIES-FILE
           END-IF.

       TAKE-ONE-REPLY.
           IF WS-REPLY-COUNT >= 200
               MOVE 'Y' TO WS-MORE-REPLIES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REPLY-COUNT
           MOVE MR-STATUS TO WR-STATUS(WS-REPLY-COUNT)
           MOVE MR-MSG-TIMESTAMP TO WR-MSG-TS(WS-REPLY-COUNT)
           MOVE MR-WRITTEN TO WR-WRITTEN(WS-REPLY-COUNT)
           MOVE MR-USER TO WR-USER(WS-REPLY-COUNT)
           MOVE MR-SENT-AT TO WR-SENT-AT(WS-REPLY-COUNT)
           MOVE MR-BODY TO WR-BODY(WS-REPLY-COUNT).

      * Rewrites the whole data file from the in-memory table after
      * a status change.
       SAVE-MESSAGES.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-TARGET-TS
           MOVE SPACES TO WS-NEW-STATUS
           MOVE SPACES TO WS-REPLY-TEXT
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > QP-PARAM-COUNT
               EVALUATE FUNCTION TRIM(QP-NAME(WS-FIELD-IDX))
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-TARGET-TS
                   WHEN "status"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-NEW-STATUS
                   WHEN "reply"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-REPLY-TEXT
               END-EVALUATE
           END-PERFORM

           IF FUNCTION TRIM(WS-ACTION) = "reply"
               PERFORM QUEUE-REPLY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ACTION) NOT = "status"
               MOVE "Unrecognized action." TO WS-ERROR-TEXT
           ELSE
               END-IF
           END-IF.

      * Appends a reply to MESSAGE-REPLIES-FILE as pending, with the
      * OPEN EXTEND / create-if-missing idiom the other append-only
      * data files use.  Nothing is mailed from here: REPLY-SENDER
      * does that, and only it moves the message to REPLIED, once
      * the mailer has actually taken the reply.
       QUEUE-REPLY.
           INSPECT WS-REPLY-TEXT REPLACING ALL X"0D" BY SPACE
           INSPECT WS-REPLY-TEXT REPLACING ALL X"0A" BY SPACE
           IF FUNCTION TRIM(WS-REPLY-TEXT) = SPACES
               MOVE "A reply needs some text." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TARGET-MESSAGE
           IF WS-FOUND-IDX = 0
               MOVE "No message has that timestamp." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ACTING-USER
           MOVE "P" TO MR-STATUS
           MOVE WM-TIMESTAMP(WS-FOUND-IDX) TO MR-MSG-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO MR-WRITTEN
           MOVE WS-ACTING-USER TO MR-USER
           MOVE SPACES TO MR-SENT-AT
           MOVE WM-EMAIL(WS-FOUND-IDX) TO MR-EMAIL
           MOVE WS-REPLY-TEXT TO MR-BODY
           OPEN EXTEND MESSAGE-REPLIES-FILE
           IF WS-REPLIES-STATUS = "35"
               OPEN OUTPUT MESSAGE-REPLIES-FILE
           END-IF
           WRITE MESSAGE-REPLY-RECORD
           CLOSE MESSAGE-REPLIES-FILE
           MOVE SPACES TO AU-USER
           MOVE "message-reply" TO AU-ACTION
           MOVE SPACES TO AU-TARGET
           STRING "message " WS-TARGET-TS(1:14)
               DELIMITED BY SIZE INTO AU-TARGET
           CALL "AUDIT-LOG" USING AU-FIELDS
           MOVE "Reply queued; it goes out with the next mail run."
               TO WS-NOTICE-TEXT.

      * The acting account, from the session record ROUTER
      * established before this handler ran (the route is
      * AUTH-flagged, so the session is always a signed-in one).
       LOOKUP-ACTING-USER.
           MOVE SPACES TO WS-ACTING-USER
           ACCEPT WS-SESSION-ID FROM ENVIRONMENT "SESSION_ID"
           OPEN INPUT SESSIONS-FILE
           IF WS-SESSIONS-STATUS = "00"
               MOVE WS-SESSION-ID TO SESS-ID
               READ SESSIONS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SESS-USER TO WS-ACTING-USER
               END-READ
               CLOSE SESSIONS-FILE
           END-IF.

      * Maps the form's status word onto the CM-STATUS byte, leaving
      * SPACE for anything it doesn't recognize.
       RESOLVE-STATUS-CODE.
                   END-IF
               END-PERFORM
           END-IF
           IF MORE-REPLIES
               DISPLAY "<p><em>More replies are on file than this "
                   "screen shows.</em></p>"
           END-IF
           DISPLAY "<p><a href='/admin/posts'>Manage posts</a></p>"
           CALL "SITE-LAYOUT" USING "FOOTER" WS-PAGE-TITLE.

           DISPLAY "<option value='spam'>SPAM</option>"
           DISPLAY "</select>"
           DISPLAY "<input type='submit' value='Set status'>"
           DISPLAY "</form>"
           PERFORM VARYING WS-REPLY-IDX FROM 1 BY 1
               UNTIL WS-REPLY-IDX > WS-REPLY-COUNT
               IF WR-MSG-TS(WS-REPLY-IDX) = WM-TIMESTAMP(WS-MSG-IDX)
                   PERFORM RENDER-ONE-REPLY
               END-IF
           END-PERFORM
           IF WM-STATUS(WS-MSG-IDX) NOT = "S"
               DISPLAY "<form method='POST' action='/admin/inbox'>"
               DISPLAY "<input type='hidden' name='action'"
                   " value='reply'>"
               DISPLAY "<input type='hidden' name='ts' value='"
                   WM-TIMESTAMP(WS-MSG-IDX) "'>"
               DISPLAY "<p><textarea name='reply' rows='5' cols='60'"
                   " maxlength='1000'></textarea><br>"
               DISPLAY "<input type='submit' value='Send reply'></p>"
               DISPLAY "</form>"
           END-IF.

      * One reply in a message's conversation: who wrote it, when,
      * and whether the mailer has taken it yet.
       RENDER-ONE-REPLY.
           MOVE WR-WRITTEN(WS-REPLY-IDX) TO WS-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE SPACES TO WS-ESC-IN
           MOVE WR-USER(WS-REPLY-IDX) TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "<blockquote><p><strong>Reply from "
               FUNCTION TRIM(WS-ESC-OUT) "</strong>, written "
               WS-STAMP-OUT WITH NO ADVANCING
           EVALUATE WR-STATUS(WS-REPLY-IDX)
               WHEN "S"
                   MOVE WR-SENT-AT(WS-REPLY-IDX) TO WS-STAMP-IN
                   PERFORM FORMAT-STAMP
                   DISPLAY ", sent " WS-STAMP-OUT "</p>"
               WHEN "B"
                   DISPLAY " -- <strong>not sent: the visitor's "
                       "address can't be mailed</strong></p>"
               WHEN OTHER
                   DISPLAY " -- waiting for the next mail run</p>"
           END-EVALUATE
           MOVE SPACES TO WS-ESC-IN
           MOVE WR-BODY(WS-REPLY-IDX) TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "<p>" FUNCTION TRIM(WS-ESC-OUT) "</p></blockquote>".

      * "YYYY-MM-DD HH:MM" rendering of a CURRENT-DATE stamp.
       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-OUT
           STRING WS-STAMP-IN(1:4) "-" WS-STAMP-IN(5:2) "-"
                  WS-STAMP-IN(7:2) " " WS-STAMP-IN(9:2) ":"
                  WS-STAMP-IN(11:2)
               DELIMITED BY SIZE
               INTO WS-STAMP-OUT.

      * HTML-entity-escapes WS-ESC-IN into WS-ESC-OUT, the same
      * entity set TEMPLATE-ENGINE's ESCAPE-TOKEN-VALUE emits.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 1 TO WS-ESC-OUT-POS
           PERFORM VARYING WS-ESC-IN-POS FROM 1 BY 1
               UNTIL WS-ESC-IN-POS > 1000
               EVALUATE WS-ESC-IN(WS-ESC-IN-POS:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
