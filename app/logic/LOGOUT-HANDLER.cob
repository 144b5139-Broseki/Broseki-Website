               CLOSE SESSIONS-FILE
           END-IF

           DISPLAY "RESPONSE_STATUS" UPON ENVIRONMENT-NAME
           DISPLAY "302" UPON ENVIRONMENT-VALUE
           DISPLAY "Status: 302 Found"
           DISPLAY "Location: /"
           DISPLAY X"0A"
