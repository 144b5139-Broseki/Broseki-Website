       01  WS-WANTED-ID-NUM PIC 9(4).
       01  WS-POSTS-INDEX-STATUS PIC XX.
       01  WS-COUNTS-STATUS PIC XX.
       01  WS-CLIENT-CLASS  PIC X(5).
       01  WS-BODIES-STATUS PIC XX.
       01  WS-EOF-BODIES    PIC X VALUE 'N'.
           88  EOF-BODIES    VALUE 'Y'.
      * Bumps this post's durable view counter, the same record
      * GET-POST-HANDLER's HTML views land in, so an API read
      * counts as readership too -- see VIEW-COUNT.cpy.
      * A request ROUTER classed as a crawler is not a reader and
      * is never counted.
       COUNT-POST-VIEW.
           ACCEPT WS-CLIENT-CLASS FROM ENVIRONMENT "CLIENT_CLASS"
           IF WS-CLIENT-CLASS = "BOT"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O VIEW-COUNTS-FILE
           IF WS-COUNTS-STATUS = "35"
               OPEN OUTPUT VIEW-COUNTS-FILE
                       MOVE PI-PUBLISH-AT TO BP-PUBLISH-AT
                       MOVE PI-AUTHOR TO BP-AUTHOR
                       MOVE PI-SLUG TO BP-SLUG
                       MOVE PI-SERIES TO BP-SERIES
                       MOVE PI-SERIES-PART TO BP-SERIES-PART
                       MOVE PI-LANG TO BP-LANG
                       MOVE PI-ORIGINAL-ID TO BP-ORIGINAL-ID
                       MOVE 'Y' TO WS-POST-FOUND
               END-READ
               CLOSE POSTS-INDEX-FILE
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
      * The series fields the write API accepts, so a script can
      * read a post, change it, and PUT it back without dropping
      * it out of its series.
           MOVE SPACES TO WS-ESC-IN
           MOVE 0 TO WS-ID-EDITED
           IF BP-SERIES NOT = SPACES
               MOVE BP-SERIES TO WS-ESC-IN
               MOVE BP-SERIES-PART TO WS-ID-EDITED
           END-IF
           PERFORM ESCAPE-JSON
           MOVE SPACES TO WS-OUT-LINE
           STRING '"series":"' FUNCTION TRIM(WS-ESC-OUT)
                  '","series_part":' FUNCTION TRIM(WS-ID-EDITED) ','
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
      * Likewise the translation fields: the language as stored
      * (blank for the site's primary language) and the original's
      * id, zero on a post that is not a translation.
           MOVE 0 TO WS-ID-EDITED
           IF BP-ORIGINAL-ID IS NUMERIC
               MOVE BP-ORIGINAL-ID TO WS-ID-EDITED
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING '"lang":"' FUNCTION TRIM(BP-LANG)
                  '","original_id":' FUNCTION TRIM(WS-ID-EDITED) ','
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
           MOVE SPACES TO WS-ESC-IN
           MOVE WS-FULL-BODY TO WS-ESC-IN
           PERFORM ESCAPE-JSON
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING).

       SEND-JSON-404.
           DISPLAY "RESPONSE_STATUS" UPON ENVIRONMENT-NAME
           DISPLAY "404" UPON ENVIRONMENT-VALUE
           DISPLAY "Status: 404 Not Found"
           DISPLAY "Content-type: application/json"
           DISPLAY X"0A"
