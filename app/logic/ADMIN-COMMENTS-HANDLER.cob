      * (pending ones flagged loudly) and lets each be approved or
      * rejected, the same whole-file load/rewrite discipline the
      * inbox screen uses.  Only comments approved here are ever
      * rendered by GET-POST-HANDLER.  A signed-in user can also
      * answer a comment from here: the answer is stored as a reply
      * under it, already approved and marked as the author's, under
      * the account name SESSIONS-FILE has for the session (and a
      * pending comment that gets answered is approved with it).
      * Rejecting a comment leaves its replies where they are --
      * the post shows a "removed" placeholder in its place -- while
      * deleting one takes every reply under it along, since a
      * thread can't hang off a record that is no longer on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COMMENTS-FILE ASSIGN TO "data/comments"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMENTS-STATUS.
           SELECT SESSIONS-FILE ASSIGN TO "sessions"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-ID
               FILE STATUS IS WS-SESSIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMENTS-FILE.
           COPY "COMMENT-REC.cpy".
       FD  SESSIONS-FILE.
           COPY "SESSION-REC.cpy".

       WORKING-STORAGE SECTION.
      * The page title handed to SITE-LAYOUT: a full-width field,
           COPY "QUERY-PARAMS.cpy".
           COPY "AUDIT-FIELDS.cpy".
       01  WS-COMMENTS-STATUS  PIC XX.
       01  WS-SESSIONS-STATUS  PIC XX.
       01  WS-SESSION-ID       PIC X(32).
       01  WS-ACTING-USER      PIC X(20).
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-REQUEST-BODY     PIC X(16384).
       01  WS-EOF-COMMENTS     PIC X VALUE 'N'.
               10  WC-TIMESTAMP PIC X(21).
               10  WC-NAME      PIC X(40).
               10  WC-BODY      PIC X(300).
               10  WC-PARENT-TS PIC X(21).
               10  WC-OWNER     PIC X(01).
               10  WC-DROP      PIC X(01).
       01  WS-CMT-COUNT        PIC 9(3) VALUE 0.
      * Set when the data file holds more records than the table;
      * moderation is refused then, because rewriting just the
       01  WS-CMT-IDX          PIC 9(3).
       01  WS-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-SPAM-COUNT       PIC 9(3) VALUE 0.
       01  WS-OTHER-IDX        PIC 9(3).
       01  WS-PARENT-IDX       PIC 9(3).
       01  WS-REPLY-COUNT      PIC 9(3).
       01  WS-REPLY-COUNT-TEXT PIC ZZ9.
       01  WS-DROP-CHANGED     PIC X VALUE 'N'.
           88  DROP-CHANGED     VALUE 'Y'.

       01  WS-FIELD-IDX        PIC 99.
       01  WS-ACTION           PIC X(10).
       01  WS-TARGET-TS        PIC X(21).
       01  WS-NEW-STATUS       PIC X(10).
       01  WS-ANSWER-TEXT      PIC X(300).
       01  WS-STATUS-CODE      PIC X(01).
       01  WS-STATUS-LABEL     PIC X(10).
       01  WS-ERROR-TEXT       PIC X(80).
                               TO WC-TIMESTAMP(WS-CMT-COUNT)
                           MOVE CO-NAME TO WC-NAME(WS-CMT-COUNT)
                           MOVE CO-BODY TO WC-BODY(WS-CMT-COUNT)
                           MOVE CO-PARENT-TS
                               TO WC-PARENT-TS(WS-CMT-COUNT)
                           MOVE CO-OWNER TO WC-OWNER(WS-CMT-COUNT)
                           MOVE "N" TO WC-DROP(WS-CMT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               CLOSE COMMENTS-FILE
           END-IF.

      * Rewrites the file from the table, leaving out anything a
      * delete marked for dropping.
       SAVE-COMMENTS.
           OPEN OUTPUT COMMENTS-FILE
           PERFORM VARYING WS-CMT-IDX FROM 1 BY 1
               UNTIL WS-CMT-IDX > WS-CMT-COUNT
               IF WC-DROP(WS-CMT-IDX) NOT = "Y"
                   MOVE WC-POST-ID(WS-CMT-IDX) TO CO-POST-ID
                   MOVE WC-STATUS(WS-CMT-IDX) TO CO-STATUS
                   MOVE WC-TIMESTAMP(WS-CMT-IDX) TO CO-TIMESTAMP
                   MOVE WC-NAME(WS-CMT-IDX) TO CO-NAME
                   MOVE WC-BODY(WS-CMT-IDX) TO CO-BODY
                   MOVE WC-PARENT-TS(WS-CMT-IDX) TO CO-PARENT-TS
                   MOVE WC-OWNER(WS-CMT-IDX) TO CO-OWNER
                   WRITE COMMENT-RECORD
               END-IF
           END-PERFORM
           CLOSE COMMENTS-FILE
      * An approval changes the rendered post page; flush the page
      * cache so the comment shows up right away.
           CALL "PAGE-CACHE-FLUSH" USING WS-FLUSHED-COUNT.

      * Applies a POSTed approve/reject, answer, or delete: the
      * comment is located by its timestamp in every case.
       HANDLE-MODERATION.
           ACCEPT WS-REQUEST-BODY FROM ENVIRONMENT "REQUEST_BODY"
           CALL "QUERY-PARSER" USING WS-REQUEST-BODY
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-TARGET-TS
           MOVE SPACES TO WS-NEW-STATUS
           MOVE SPACES TO WS-ANSWER-TEXT
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > QP-PARAM-COUNT
               EVALUATE FUNCTION TRIM(QP-NAME(WS-FIELD-IDX))
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-TARGET-TS
                   WHEN "status"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-NEW-STATUS
                   WHEN "answer"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-ANSWER-TEXT
               END-EVALUATE
           END-PERFORM

           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN "moderate"
                   PERFORM APPLY-MODERATION
               WHEN "answer"
                   PERFORM POST-ANSWER
               WHEN "delete"
                   PERFORM DELETE-COMMENT
               WHEN OTHER
                   MOVE "Unrecognized action." TO WS-ERROR-TEXT
           END-EVALUATE.

       APPLY-MODERATION.
           EVALUATE FUNCTION TRIM(WS-NEW-STATUS)
               WHEN "approved" MOVE "A" TO WS-STATUS-CODE
               WHEN "rejected" MOVE "R" TO WS-STATUS-CODE
               WHEN "pending"  MOVE "P" TO WS-STATUS-CODE
               WHEN "spam"     MOVE "S" TO WS-STATUS-CODE
               WHEN OTHER      MOVE SPACE TO WS-STATUS-CODE
           END-EVALUATE
           IF WS-STATUS-CODE = SPACE
               MOVE "Unrecognized status." TO WS-ERROR-TEXT
           ELSE
               PERFORM FIND-TARGET-COMMENT
               IF WS-FOUND-IDX = 0
                   MOVE "No comment has that timestamp."
                       TO WS-ERROR-TEXT
               ELSE
                   MOVE WS-STATUS-CODE
                       TO WC-STATUS(WS-FOUND-IDX)
                   PERFORM SAVE-COMMENTS
                   MOVE SPACES TO AU-USER
                   MOVE "comment-moderate" TO AU-ACTION
                   MOVE SPACES TO AU-TARGET
                   STRING "comment " WS-TARGET-TS(1:14)
                       " -> " WS-STATUS-CODE
                       DELIMITED BY SIZE INTO AU-TARGET
                   CALL "AUDIT-LOG" USING AU-FIELDS
                   MOVE "Comment updated." TO WS-NOTICE-TEXT
                   MOVE 0 TO WS-REPLY-COUNT
                   IF WS-STATUS-CODE NOT = "A"
                       PERFORM COUNT-DIRECT-REPLIES
                   END-IF
                   IF WS-REPLY-COUNT > 0
                       MOVE WS-REPLY-COUNT TO WS-REPLY-COUNT-TEXT
                       MOVE SPACES TO WS-NOTICE-TEXT
                       STRING "Comment updated; "
                           FUNCTION TRIM(WS-REPLY-COUNT-TEXT)
                           " repl(ies) stay up under a removed-c"
                           "omment placeholder."
                           DELIMITED BY SIZE INTO WS-NOTICE-TEXT
                   END-IF
               END-IF
           END-IF.

      * The signed-in user's answer, stored as an approved reply
      * marked as the author's.  Only a comment that is (or is about
      * to be) on the page can be answered: answering a pending one
      * approves it, and spam or rejected ones are refused.
       POST-ANSWER.
           INSPECT WS-ANSWER-TEXT REPLACING ALL X"0D" BY SPACE
           INSPECT WS-ANSWER-TEXT REPLACING ALL X"0A" BY SPACE
           PERFORM FIND-TARGET-COMMENT
           IF WS-FOUND-IDX = 0
               MOVE "No comment has that timestamp." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ANSWER-TEXT) = SPACES
               MOVE "An empty answer says nothing." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WC-STATUS(WS-FOUND-IDX) NOT = "A"
              AND WC-STATUS(WS-FOUND-IDX) NOT = "P"
               MOVE "Only an approved or pending comment can be answered
      -            "." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-CMT-COUNT >= 500
               MOVE "The comments file is full; nothing was added."
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ACTING-USER
           IF WS-ACTING-USER = SPACES
               MOVE "Author" TO WS-ACTING-USER
           END-IF
           MOVE "A" TO WC-STATUS(WS-FOUND-IDX)
           ADD 1 TO WS-CMT-COUNT
           MOVE WC-POST-ID(WS-FOUND-IDX) TO WC-POST-ID(WS-CMT-COUNT)
           MOVE "A" TO WC-STATUS(WS-CMT-COUNT)
           MOVE FUNCTION CURRENT-DATE TO WC-TIMESTAMP(WS-CMT-COUNT)
           MOVE WS-ACTING-USER TO WC-NAME(WS-CMT-COUNT)
           MOVE WS-ANSWER-TEXT TO WC-BODY(WS-CMT-COUNT)
           MOVE WC-TIMESTAMP(WS-FOUND-IDX)
               TO WC-PARENT-TS(WS-CMT-COUNT)
           MOVE "Y" TO WC-OWNER(WS-CMT-COUNT)
           MOVE "N" TO WC-DROP(WS-CMT-COUNT)
           PERFORM SAVE-COMMENTS
           MOVE WS-ACTING-USER TO AU-USER
           MOVE "comment-answer" TO AU-ACTION
           MOVE SPACES TO AU-TARGET
           STRING "comment " WS-TARGET-TS(1:14)
               DELIMITED BY SIZE INTO AU-TARGET
           CALL "AUDIT-LOG" USING AU-FIELDS
           MOVE "Answer posted." TO WS-NOTICE-TEXT.

      * Deletes the comment and every reply under it, at any depth:
      * repeated passes mark each record whose parent is already
      * marked, until a pass marks nothing new.
       DELETE-COMMENT.
           PERFORM FIND-TARGET-COMMENT
           IF WS-FOUND-IDX = 0
               MOVE "No comment has that timestamp." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WC-DROP(WS-FOUND-IDX)
           MOVE 0 TO WS-REPLY-COUNT
           MOVE 'Y' TO WS-DROP-CHANGED
           PERFORM UNTIL NOT DROP-CHANGED
               MOVE 'N' TO WS-DROP-CHANGED
               PERFORM VARYING WS-CMT-IDX FROM 1 BY 1
                   UNTIL WS-CMT-IDX > WS-CMT-COUNT
                   IF WC-DROP(WS-CMT-IDX) NOT = "Y"
                      AND WC-PARENT-TS(WS-CMT-IDX) NOT = SPACES
                       PERFORM DROP-IF-PARENT-DROPPED
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM SAVE-COMMENTS
           MOVE SPACES TO AU-USER
           MOVE "comment-delete" TO AU-ACTION
           MOVE WS-REPLY-COUNT TO WS-REPLY-COUNT-TEXT
           MOVE SPACES TO AU-TARGET
           STRING "comment " WS-TARGET-TS(1:14) " + "
               FUNCTION TRIM(WS-REPLY-COUNT-TEXT) " repl(ies)"
               DELIMITED BY SIZE INTO AU-TARGET
           CALL "AUDIT-LOG" USING AU-FIELDS
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "Comment deleted, with "
               FUNCTION TRIM(WS-REPLY-COUNT-TEXT) " repl(ies) under it."
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT.

       DROP-IF-PARENT-DROPPED.
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > WS-CMT-COUNT
               IF WC-DROP(WS-OTHER-IDX) = "Y"
                  AND WC-TIMESTAMP(WS-OTHER-IDX)
                      = WC-PARENT-TS(WS-CMT-IDX)
                  AND WC-POST-ID(WS-OTHER-IDX)
                      = WC-POST-ID(WS-CMT-IDX)
                   MOVE "Y" TO WC-DROP(WS-CMT-IDX)
                   MOVE 'Y' TO WS-DROP-CHANGED
                   ADD 1 TO WS-REPLY-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * How many comments answer WS-FOUND-IDX directly.
       COUNT-DIRECT-REPLIES.
           MOVE 0 TO WS-REPLY-COUNT
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > WS-CMT-COUNT
               IF WC-PARENT-TS(WS-OTHER-IDX)
                  = WC-TIMESTAMP(WS-FOUND-IDX)
                  AND WC-POST-ID(WS-OTHER-IDX)
                      = WC-POST-ID(WS-FOUND-IDX)
                   ADD 1 TO WS-REPLY-COUNT
               END-IF
           END-PERFORM.

      * The account name for the answer's byline and the audit
      * entry, read from the session the way ADMIN-INBOX-HANDLER
      * does it.
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

       FIND-TARGET-COMMENT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-CMT-IDX FROM 1 BY 1
           MOVE 0 TO WS-SPAM-COUNT
           PERFORM VARYING WS-CMT-IDX FROM WS-CMT-COUNT BY -1
               UNTIL WS-CMT-IDX < 1
               EVALUATE TRUE
                   WHEN WC-DROP(WS-CMT-IDX) = "Y"
                       CONTINUE
                   WHEN WC-STATUS(WS-CMT-IDX) = "S"
                       ADD 1 TO WS-SPAM-COUNT
                   WHEN OTHER
                       PERFORM RENDER-ONE-COMMENT
               END-EVALUATE
           END-PERFORM
           IF WS-SPAM-COUNT > 0
               DISPLAY "<h2>Likely spam (" WS-SPAM-COUNT ")</h2>"
               PERFORM VARYING WS-CMT-IDX FROM WS-CMT-COUNT BY -1
                   UNTIL WS-CMT-IDX < 1
                   IF WC-STATUS(WS-CMT-IDX) = "S"
                      AND WC-DROP(WS-CMT-IDX) NOT = "Y"
                       PERFORM RENDER-ONE-COMMENT
                   END-IF
               END-PERFORM
           MOVE WC-STATUS(WS-CMT-IDX) TO WS-STATUS-CODE
           PERFORM STATUS-CODE-TO-LABEL
           DISPLAY "<hr>"
           IF WC-OWNER(WS-CMT-IDX) = "Y"
               DISPLAY "<p><strong>[" FUNCTION TRIM(WS-STATUS-LABEL)
                   "] [AUTHOR]</strong> on post " WC-POST-ID(WS-CMT-IDX)
                   " at " WC-TIMESTAMP(WS-CMT-IDX) "</p>"
           ELSE
               DISPLAY "<p><strong>[" FUNCTION TRIM(WS-STATUS-LABEL)
                   "]</strong> on post " WC-POST-ID(WS-CMT-IDX)
                   " at " WC-TIMESTAMP(WS-CMT-IDX) "</p>"
           END-IF
           IF WC-PARENT-TS(WS-CMT-IDX) NOT = SPACES
               PERFORM RENDER-IN-REPLY-TO
           END-IF
           MOVE SPACES TO WS-ESC-IN
           MOVE WC-NAME(WS-CMT-IDX) TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "<option value='spam'>SPAM</option>"
           DISPLAY "</select>"
           DISPLAY "<input type='submit' value='Apply'>"
           DISPLAY "</form>"
           MOVE WS-CMT-IDX TO WS-FOUND-IDX
           PERFORM COUNT-DIRECT-REPLIES
           DISPLAY "<form method='POST' action='/admin/comments'>"
           DISPLAY "<input type='hidden' name='action'"
               " value='delete'>"
           DISPLAY "<input type='hidden' name='ts' value='"
               WC-TIMESTAMP(WS-CMT-IDX) "'>"
           IF WS-REPLY-COUNT > 0
               MOVE WS-REPLY-COUNT TO WS-REPLY-COUNT-TEXT
               DISPLAY "<input type='submit' value='Delete, with its "
                   FUNCTION TRIM(WS-REPLY-COUNT-TEXT)
                   " direct repl(ies) and theirs'>"
           ELSE
               DISPLAY "<input type='submit' value='Delete'>"
           END-IF
           DISPLAY "</form>"
           IF WC-STATUS(WS-CMT-IDX) = "A"
              OR WC-STATUS(WS-CMT-IDX) = "P"
               DISPLAY "<form method='POST' action='/admin/comments'>"
               DISPLAY "<input type='hidden' name='action'"
                   " value='answer'>"
               DISPLAY "<input type='hidden' name='ts' value='"
                   WC-TIMESTAMP(WS-CMT-IDX) "'>"
               DISPLAY "<p>Answer as the author:<br><textarea name='"
                   "answer' rows='3' cols='60' maxlength='300'>"
                   "</textarea></p>"
               DISPLAY "<input type='submit' value='Post answer'>"
               DISPLAY "</form>"
           END-IF.

      * Names the comment this one answers, or says it is gone.
       RENDER-IN-REPLY-TO.
           MOVE 0 TO WS-PARENT-IDX
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > WS-CMT-COUNT
               IF WC-TIMESTAMP(WS-OTHER-IDX)
                  = WC-PARENT-TS(WS-CMT-IDX)
                  AND WC-POST-ID(WS-OTHER-IDX)
                      = WC-POST-ID(WS-CMT-IDX)
                   MOVE WS-OTHER-IDX TO WS-PARENT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PARENT-IDX = 0
               DISPLAY "<p>In reply to a comment no longer on file</p>"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ESC-IN
           MOVE WC-NAME(WS-PARENT-IDX) TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "<p>In reply to " FUNCTION TRIM(WS-ESC-OUT)
               " at " WC-TIMESTAMP(WS-PARENT-IDX) "</p>".

      * HTML-entity-escapes WS-ESC-IN into WS-ESC-OUT, the same
      * entity set TEMPLATE-ENGINE's ESCAPE-TOKEN-VALUE emits, since
