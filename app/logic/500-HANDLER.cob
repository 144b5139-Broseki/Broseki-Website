      * layout (which appends to it when set) emits anything.
           DISPLAY "PAGE_CACHE_PATH" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "RESPONSE_STATUS" UPON ENVIRONMENT-NAME
           DISPLAY "500" UPON ENVIRONMENT-VALUE
           DISPLAY "Status: 500 Internal Server Error"
           DISPLAY "Content-type: text/html"
           DISPLAY X"0A"
