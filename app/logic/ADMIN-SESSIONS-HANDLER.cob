       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMIN-SESSIONS-HANDLER.

      * Signed-in sessions screen for "GET,POST /admin/sessions"
      * (AUTH-flagged): lists every SESSIONS-FILE record that is
      * SESS-AUTHENTICATED -- which account, when the session began
      * and when it was last seen -- and ends any one of them on
      * request.  Ending a session clears its authenticated flag
      * and account name exactly the way LOGOUT-HANDLER does for
      * the visitor's own, so whoever holds that cookie is sent to
      * /login on their next admin request.  Ordinary visitor
      * sessions are never listed; SESSION-PURGE and
      * SESSION-REPORT look after those.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSIONS-FILE ASSIGN TO "sessions"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-ID
               FILE STATUS IS WS-SESSIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSIONS-FILE.
           COPY "SESSION-REC.cpy".

       WORKING-STORAGE SECTION.
      * The page title handed to SITE-LAYOUT: a full-width field,
      * never a short literal, so the callee reads no bytes past
      * the argument.
       01  WS-PAGE-TITLE PIC X(60) VALUE "Signed-in sessions".
           COPY "QUERY-PARAMS.cpy".
           COPY "AUDIT-FIELDS.cpy".
       01  WS-SESSIONS-STATUS  PIC XX.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-REQUEST-BODY     PIC X(16384).
       01  WS-OWN-SESSION-ID   PIC X(32).
       01  WS-EOF-SESSIONS     PIC X VALUE 'N'.
           88  EOF-SESSIONS     VALUE 'Y'.

      * Only the authenticated sessions are held, so the table is
      * sized for the operators, not for every visitor on file.
       01  WS-SESSION-TABLE-GRP.
           05  WS-SESSION-ENTRY OCCURS 100 TIMES.
               10  WE-ID        PIC X(32).
               10  WE-USER      PIC X(20).
               10  WE-CREATED   PIC X(21).
               10  WE-LAST-SEEN PIC X(21).
       01  WS-SESSION-COUNT    PIC 9(3) VALUE 0.
       01  WS-SESSION-IDX      PIC 9(3).
       01  WS-MORE-SESSIONS    PIC X VALUE 'N'.
           88  MORE-SESSIONS    VALUE 'Y'.

       01  WS-FIELD-IDX        PIC 99.
       01  WS-ACTION           PIC X(10).
       01  WS-TARGET-ID        PIC X(32).
       01  WS-ENDED-USER       PIC X(20).
       01  WS-ERROR-TEXT       PIC X(80).
       01  WS-NOTICE-TEXT      PIC X(80).

      * "YYYY-MM-DD HH:MM" renderings of the CURRENT-DATE stamps.
       01  WS-STAMP-IN         PIC X(21).
       01  WS-STAMP-OUT        PIC X(16).

       PROCEDURE DIVISION.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT "REQUEST_METHOD"
           ACCEPT WS-OWN-SESSION-ID FROM ENVIRONMENT "SESSION_ID"
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE SPACES TO WS-NOTICE-TEXT
           IF FUNCTION TRIM(WS-REQUEST-METHOD) = "POST"
               PERFORM HANDLE-SESSION-ACTION
           END-IF
           PERFORM LOAD-SESSIONS
           PERFORM RENDER-SESSIONS
           EXIT PROGRAM.

      * Walks the whole sessions file keeping only the signed-in
      * records.
       LOAD-SESSIONS.
           MOVE 0 TO WS-SESSION-COUNT
           MOVE 'N' TO WS-EOF-SESSIONS
           OPEN INPUT SESSIONS-FILE
           IF WS-SESSIONS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SESSIONS
           END-IF
           PERFORM UNTIL EOF-SESSIONS
               READ SESSIONS-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SESSIONS
                   NOT AT END
                       IF SESS-AUTHENTICATED
                           IF WS-SESSION-COUNT >= 100
                               MOVE 'Y' TO WS-MORE-SESSIONS
                           ELSE
                               ADD 1 TO WS-SESSION-COUNT
                               MOVE SESS-ID
                                   TO WE-ID(WS-SESSION-COUNT)
                               MOVE SESS-USER
                                   TO WE-USER(WS-SESSION-COUNT)
                               MOVE SESS-CREATED
                                   TO WE-CREATED(WS-SESSION-COUNT)
                               MOVE SESS-LAST-SEEN
                                   TO WE-LAST-SEEN(WS-SESSION-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SESSIONS-STATUS = "00"
              OR WS-SESSIONS-STATUS = "10"
               CLOSE SESSIONS-FILE
           END-IF.

       HANDLE-SESSION-ACTION.
           ACCEPT WS-REQUEST-BODY FROM ENVIRONMENT "REQUEST_BODY"
           CALL "QUERY-PARSER" USING WS-REQUEST-BODY
                                     QP-PARAMS-GRP
                                     QP-PARAM-COUNT
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-TARGET-ID
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > QP-PARAM-COUNT
               EVALUATE FUNCTION TRIM(QP-NAME(WS-FIELD-IDX))
                   WHEN "action"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-ACTION
                   WHEN "id"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-TARGET-ID
               END-EVALUATE
           END-PERFORM

           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN "end"
                   PERFORM END-ONE-SESSION
               WHEN OTHER
                   MOVE "Unrecognized action." TO WS-ERROR-TEXT
           END-EVALUATE.

      * Signs one session out the way LOGOUT-HANDLER does: the
      * record (and the visitor's cookie) survives, only the login
      * state goes.
       END-ONE-SESSION.
           MOVE SPACES TO WS-ENDED-USER
           OPEN I-O SESSIONS-FILE
           IF WS-SESSIONS-STATUS NOT = "00"
               MOVE "The sessions file could not be opened."
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-ID TO SESS-ID
           READ SESSIONS-FILE
               INVALID KEY
                   MOVE "That session no longer exists."
                       TO WS-ERROR-TEXT
               NOT INVALID KEY
                   IF NOT SESS-AUTHENTICATED
                       MOVE "That session is already signed out."
                           TO WS-ERROR-TEXT
                   ELSE
                       MOVE SESS-USER TO WS-ENDED-USER
                       MOVE "N" TO SESS-AUTH
                       MOVE SPACES TO SESS-USER
                       REWRITE SESSIONS-RECORD
                           INVALID KEY
                               MOVE "The session could not be ended."
                                   TO WS-ERROR-TEXT
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE SESSIONS-FILE
           IF WS-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AU-USER
           MOVE "session-end" TO AU-ACTION
           MOVE SPACES TO AU-TARGET
           STRING "user " FUNCTION TRIM(WS-ENDED-USER)
               DELIMITED BY SIZE INTO AU-TARGET
           CALL "AUDIT-LOG" USING AU-FIELDS
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "Ended a session for "
                  FUNCTION TRIM(WS-ENDED-USER) "."
               DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT.

       RENDER-SESSIONS.
           DISPLAY "Content-type: text/html"
           DISPLAY X"0A"
           CALL "SITE-LAYOUT" USING "HEADER" WS-PAGE-TITLE
           DISPLAY "<h1>Signed-in sessions</h1>"
           IF WS-ERROR-TEXT NOT = SPACES
               DISPLAY "<p><strong>"
                   FUNCTION TRIM(WS-ERROR-TEXT) "</strong></p>"
           END-IF
           IF WS-NOTICE-TEXT NOT = SPACES
               DISPLAY "<p><em>"
                   FUNCTION TRIM(WS-NOTICE-TEXT) "</em></p>"
           END-IF
           IF WS-SESSION-COUNT = 0
               DISPLAY "<p>Nobody is signed in.</p>"
           ELSE
               DISPLAY "<table border='1'>"
               DISPLAY "<tr><th>Account</th><th>Started</th>"
                   "<th>Last seen</th><th></th></tr>"
               PERFORM VARYING WS-SESSION-IDX FROM 1 BY 1
                   UNTIL WS-SESSION-IDX > WS-SESSION-COUNT
                   PERFORM RENDER-ONE-SESSION
               END-PERFORM
               DISPLAY "</table>"
           END-IF
           IF MORE-SESSIONS
               DISPLAY "<p><em>More sessions are signed in than this "
                   "screen lists.</em></p>"
           END-IF
           DISPLAY "<p><a href='/admin'>Dashboard</a></p>"
           CALL "SITE-LAYOUT" USING "FOOTER" WS-PAGE-TITLE.

      * One row; the viewer's own session is labelled rather than
      * offered an end button -- /logout does that.
       RENDER-ONE-SESSION.
           DISPLAY "<tr><td>"
               FUNCTION TRIM(WE-USER(WS-SESSION-IDX)) "</td><td>"
               WITH NO ADVANCING
           MOVE WE-CREATED(WS-SESSION-IDX) TO WS-STAMP-IN
           PERFORM FORMAT-STAMP
           DISPLAY WS-STAMP-OUT "</td><td>" WITH NO ADVANCING
           MOVE WE-LAST-SEEN(WS-SESSION-IDX) TO WS-STAMP-IN
           PERFORM FORMAT-STAMP
           DISPLAY WS-STAMP-OUT "</td>"
           IF WE-ID(WS-SESSION-IDX) = WS-OWN-SESSION-ID
               DISPLAY "<td>this session</td></tr>"
           ELSE
               DISPLAY "<td><form method='POST'"
                   " action='/admin/sessions'>"
                   "<input type='hidden' name='action' value='end'>"
                   "<input type='hidden' name='id' value='"
                   FUNCTION TRIM(WE-ID(WS-SESSION-IDX)) "'>"
                   "<input type='submit' value='end session'>"
                   "</form></td></tr>"
           END-IF.

       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-OUT
           STRING WS-STAMP-IN(1:4) "-" WS-STAMP-IN(5:2) "-"
                  WS-STAMP-IN(7:2) " " WS-STAMP-IN(9:2) ":"
                  WS-STAMP-IN(11:2)
               DELIMITED BY SIZE
               INTO WS-STAMP-OUT.

       END PROGRAM ADMIN-SESSIONS-HANDLER.
