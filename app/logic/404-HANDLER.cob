      * already deletes.
           DISPLAY "PAGE_CACHE_PATH" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
      * ROUTER reads this back after the handler returns, so a 404
      * served from inside a matched route is logged as one.
           DISPLAY "RESPONSE_STATUS" UPON ENVIRONMENT-NAME
           DISPLAY "404" UPON ENVIRONMENT-VALUE
           DISPLAY "Status: 404 Not Found"
           DISPLAY "Content-type: text/html"
           DISPLAY X"0A"
