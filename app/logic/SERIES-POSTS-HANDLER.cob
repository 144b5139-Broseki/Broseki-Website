       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIES-POSTS-HANDLER.

      * Table of contents for GET /series/:name -- the :name path
      * parameter arrives as ROUTE_PARAM_NAME, the way ROUTER
      * delivers it to TAG-POSTS-HANDLER.  The name is run through
      * SLUG-MAKER and matched against each post's BP-SERIES run
      * through it too, so the link GET-POST-HANDLER's series box
      * carries and a hand-typed "/series/COBOL on the web" land on
      * the same page.  Lists the published parts in part order,
      * headed by the series name as the admin form typed it; a
      * series with no published part is a 404, since there is
      * nothing a reader could be sent on to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOG-POSTS-FILE ASSIGN TO "data/blog-posts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOG-POSTS-FILE.
           COPY "BLOG-POST.cpy".

       WORKING-STORAGE SECTION.
      * The page title handed to SITE-LAYOUT: a full-width field,
      * never a short literal, so the callee reads no bytes past
      * the argument.
       01  WS-PAGE-TITLE PIC X(60) VALUE "Series".
       01  WS-POSTS-STATUS  PIC XX.
       01  WS-EOF-POSTS     PIC X VALUE 'N'.
           88  EOF-POSTS     VALUE 'Y'.
       01  WS-WANTED-NAME   PIC X(60).
       01  WS-WANTED-KEY    PIC X(60).
       01  WS-POST-KEY      PIC X(60).
       01  WS-SERIES-NAME   PIC X(60).
       01  WS-NAME-PART     PIC 9(3).
       01  WS-COUNT-SHOWN   PIC ZZ9.

      * Every published part, put in part order before rendering.
      * A series is a handful of posts; parts past the table's end
      * are left off rather than sliding earlier ones out, since
      * the start of a series is what a reader needs most.
       01  WS-PART-TABLE-GRP.
           05  WS-PART-ENTRY OCCURS 100 TIMES.
               10  WM-ID     PIC 9(4).
               10  WM-TITLE  PIC X(60).
               10  WM-DATE   PIC X(10).
               10  WM-SLUG   PIC X(60).
               10  WM-PART   PIC 9(3).
       01  WS-PART-SWAP     PIC X(137).
       01  WS-PART-COUNT    PIC 9(3) VALUE 0.
       01  WS-PART-IDX      PIC 9(3).
       01  WS-SWAPPED       PIC X VALUE 'N'.
           88  SWAPPED       VALUE 'Y'.

      * HTML escaping scratch for the series name, the same entity
      * set TEMPLATE-ENGINE's ESCAPE-TOKEN-VALUE uses.
       01  WS-ESC-IN        PIC X(60).
       01  WS-ESC-OUT       PIC X(360).
       01  WS-ESC-IN-POS    PIC 999.
       01  WS-ESC-OUT-POS   PIC 999.

       PROCEDURE DIVISION.
           ACCEPT WS-WANTED-NAME FROM ENVIRONMENT "ROUTE_PARAM_NAME"
           CALL "SLUG-MAKER" USING WS-WANTED-NAME WS-WANTED-KEY
           PERFORM LOAD-SERIES-PARTS
           IF WS-PART-COUNT = 0
               CALL "404-HANDLER"
               EXIT PROGRAM
           END-IF
           PERFORM SORT-SERIES-PARTS

           MOVE WS-SERIES-NAME TO WS-PAGE-TITLE
           MOVE WS-SERIES-NAME TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "Content-type: text/html"
           DISPLAY X"0A"
           CALL "SITE-LAYOUT" USING "HEADER" WS-PAGE-TITLE
           DISPLAY "<h1>" FUNCTION TRIM(WS-ESC-OUT) "</h1>"
           MOVE WS-PART-COUNT TO WS-COUNT-SHOWN
           IF WS-PART-COUNT = 1
               DISPLAY "<p>A series in 1 part so far.</p>"
           ELSE
               DISPLAY "<p>A series in "
                   FUNCTION TRIM(WS-COUNT-SHOWN) " parts.</p>"
           END-IF
           DISPLAY "<ol>"
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
               IF FUNCTION TRIM(WM-SLUG(WS-PART-IDX)) NOT = SPACES
                   DISPLAY "<li><a href='/post/"
                       FUNCTION TRIM(WM-SLUG(WS-PART-IDX))
                       "'>" FUNCTION TRIM(WM-TITLE(WS-PART-IDX))
                       "</a> - " WM-DATE(WS-PART-IDX) "</li>"
               ELSE
                   DISPLAY "<li><a href='/post/" WM-ID(WS-PART-IDX)
                       "'>" FUNCTION TRIM(WM-TITLE(WS-PART-IDX))
                       "</a> - " WM-DATE(WS-PART-IDX) "</li>"
               END-IF
           END-PERFORM
           DISPLAY "</ol>"
           DISPLAY "<p><a href='/posts'>All posts</a></p>"
           CALL "SITE-LAYOUT" USING "FOOTER" WS-PAGE-TITLE
           EXIT PROGRAM.

      * One pass over the master collects every published post
      * whose series name normalizes to the wanted key.  The name
      * shown as the heading is the lowest-numbered part's, so the
      * series reads the way its author first typed it.
       LOAD-SERIES-PARTS.
           MOVE 0 TO WS-PART-COUNT
           MOVE SPACES TO WS-SERIES-NAME
           OPEN INPUT BLOG-POSTS-FILE
           IF WS-POSTS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-POSTS
           END-IF
           PERFORM UNTIL EOF-POSTS
               READ BLOG-POSTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-POSTS
                   NOT AT END
                       IF BP-PUBLISHED
                          AND FUNCTION TRIM(BP-SERIES) NOT = SPACES
                          AND WS-PART-COUNT < 100
                           CALL "SLUG-MAKER" USING BP-SERIES
                                                   WS-POST-KEY
                           IF WS-POST-KEY = WS-WANTED-KEY
                               PERFORM TAKE-SERIES-PART
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTS-STATUS NOT = "35"
               CLOSE BLOG-POSTS-FILE
           END-IF.

       TAKE-SERIES-PART.
           ADD 1 TO WS-PART-COUNT
           MOVE BP-ID TO WM-ID(WS-PART-COUNT)
           MOVE BP-TITLE TO WM-TITLE(WS-PART-COUNT)
           MOVE BP-DATE TO WM-DATE(WS-PART-COUNT)
           MOVE BP-SLUG TO WM-SLUG(WS-PART-COUNT)
           MOVE BP-SERIES-PART TO WM-PART(WS-PART-COUNT)
           IF WS-PART-COUNT = 1
              OR BP-SERIES-PART < WS-NAME-PART
               MOVE BP-SERIES TO WS-SERIES-NAME
               MOVE BP-SERIES-PART TO WS-NAME-PART
           END-IF.

      * Part order, by repeated passes swapping neighbours until a
      * pass finds nothing out of place, the same way
      * GET-POST-HANDLER orders its series box.
       SORT-SERIES-PARTS.
           MOVE 'Y' TO WS-SWAPPED
           PERFORM UNTIL NOT SWAPPED
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX >= WS-PART-COUNT
                   IF WM-PART(WS-PART-IDX)
                      > WM-PART(WS-PART-IDX + 1)
                       MOVE WS-PART-ENTRY(WS-PART-IDX)
                           TO WS-PART-SWAP
                       MOVE WS-PART-ENTRY(WS-PART-IDX + 1)
                           TO WS-PART-ENTRY(WS-PART-IDX)
                       MOVE WS-PART-SWAP
                           TO WS-PART-ENTRY(WS-PART-IDX + 1)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

      * HTML-entity-escapes WS-ESC-IN into WS-ESC-OUT, the same
      * entity set TEMPLATE-ENGINE's ESCAPE-TOKEN-VALUE emits.
       ESCAPE-HTML.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 1 TO WS-ESC-OUT-POS
           PERFORM VARYING WS-ESC-IN-POS FROM 1 BY 1
               UNTIL WS-ESC-IN-POS > 60
               EVALUATE WS-ESC-IN(WS-ESC-IN-POS:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN '"'
                       STRING "&quot;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN "'"
                       STRING "&#39;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN OTHER
                       STRING WS-ESC-IN(WS-ESC-IN-POS:1)
                               DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
               END-EVALUATE
           END-PERFORM.

       END PROGRAM SERIES-POSTS-HANDLER.
