      * set one, so a cached page carries the same shell a rendered
      * one does; the capture file is opened and closed within each
      * call, so a handler holding it open must call the layout
      * only while its own EXTEND is closed.  A handler with extra
      * head markup for its page (GET-POST-HANDLER's alternate-
      * language links) sets it in PAGE_HEAD_LINKS before calling
      * for the HEADER; it is written just above </head>, one tag
      * per line, and the variable is cleared so no later page in
      * the same run picks it up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  CACHE-ACTIVE  VALUE 'Y'.
       01  WS-OUT-LINE      PIC X(400).
       01  WS-THIS-YEAR     PIC X(4).
       01  WS-HEAD-LINKS    PIC X(5000).
       01  WS-HEAD-POS      PIC 9(4).
       01  WS-HEAD-TAG      PIC X(400).

      * HTML escaping scratch, the same entity set TEMPLATE-ENGINE's
      * ESCAPE-TOKEN-VALUE emits.
           MOVE "<link rel='stylesheet' href='/static/style.css'>"
               TO WS-OUT-LINE
           PERFORM EMIT-LINE
           PERFORM EMIT-HEAD-LINKS
           MOVE "</head>" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE "<body>" TO WS-OUT-LINE
           MOVE "<hr>" TO WS-OUT-LINE
           PERFORM EMIT-LINE.

      * The calling handler's PAGE_HEAD_LINKS, split back into one
      * line per tag at each closing ">".
       EMIT-HEAD-LINKS.
           MOVE SPACES TO WS-HEAD-LINKS
           ACCEPT WS-HEAD-LINKS FROM ENVIRONMENT "PAGE_HEAD_LINKS"
           IF WS-HEAD-LINKS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-HEAD-POS
           PERFORM UNTIL WS-HEAD-POS > 5000
               MOVE SPACES TO WS-HEAD-TAG
               UNSTRING WS-HEAD-LINKS DELIMITED BY ">"
                   INTO WS-HEAD-TAG
                   WITH POINTER WS-HEAD-POS
               END-UNSTRING
               IF WS-HEAD-TAG = SPACES
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               STRING FUNCTION TRIM(WS-HEAD-TAG) ">"
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-PERFORM
           MOVE SPACES TO WS-HEAD-LINKS
           DISPLAY "PAGE_HEAD_LINKS" UPON ENVIRONMENT-NAME
           DISPLAY WS-HEAD-LINKS UPON ENVIRONMENT-VALUE.

      * Everything below the page's own content.
       EMIT-FOOTER.
           MOVE "<hr>" TO WS-OUT-LINE
