       SEND-ADMIN-REDIRECT.
           DISPLAY "Set-Cookie: SESSION_ID="
               FUNCTION TRIM(WS-NEW-SESSION-ID) "; Path=/"
           DISPLAY "RESPONSE_STATUS" UPON ENVIRONMENT-NAME
           DISPLAY "302" UPON ENVIRONMENT-VALUE
           DISPLAY "Status: 302 Found"
      * The dashboard, not /admin/posts: every role may open it,
      * where a moderator would be refused the posts screen.
           DISPLAY "Location: /admin"
           DISPLAY X"0A"
           DISPLAY "<html><body>"
           DISPLAY "<p>Logged in. Continue to "
               "<a href='/admin'>the admin screens</a>.</p>"
           DISPLAY "</body></html>".

       RENDER-FORM.
