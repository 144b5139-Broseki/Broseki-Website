      * line:
      *   POST / END-POST       brackets one post
      *   ID, TITLE, DATE, STATUS, PUBLISH-AT, TAGS, AUTHOR, SLUG
      *   SERIES <name> / PART <n>   only on a post in a series
      *   LANG <code>           only on a post with a language set
      *   ORIGINAL <id>         only on a translation: the ID line
      *                         of the post it translates
      *   B <400-byte slice>    body text, in order
      *   COMMENT <status> <timestamp> / CNAME / CTEXT / END-COMMENT
      *   CREPLYTO <timestamp>  only on a reply: the comment answered
      *   COWNER                only on the author's own answer
      * CONTENT-IMPORT reads the same format back, assigning fresh
      * ids, so the exported ID line is informational (it keeps the
      * comments attached to the right post and tells a human which
               10  WP-TAGS       PIC X(60).
               10  WP-AUTHOR     PIC X(20).
               10  WP-SLUG       PIC X(60).
               10  WP-SERIES     PIC X(60).
               10  WP-SERIES-PART PIC 9(3).
               10  WP-LANG       PIC X(05).
               10  WP-ORIGINAL-ID PIC 9(4).
       01  WS-POST-COUNT     PIC 9(3) VALUE 0.
       01  WS-TABLE-OVERFLOW PIC X VALUE 'N'.
           88  TABLE-OVERFLOW VALUE 'Y'.
                           MOVE BP-AUTHOR
                               TO WP-AUTHOR(WS-POST-COUNT)
                           MOVE BP-SLUG TO WP-SLUG(WS-POST-COUNT)
                           MOVE BP-SERIES TO WP-SERIES(WS-POST-COUNT)
                           MOVE BP-SERIES-PART
                               TO WP-SERIES-PART(WS-POST-COUNT)
                           MOVE BP-LANG TO WP-LANG(WS-POST-COUNT)
                           IF BP-ORIGINAL-ID IS NUMERIC
                               MOVE BP-ORIGINAL-ID
                                   TO WP-ORIGINAL-ID(WS-POST-COUNT)
                           ELSE
                               MOVE 0 TO WP-ORIGINAL-ID(WS-POST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-EXPORT-LINE
           END-IF
           IF FUNCTION TRIM(WP-SERIES(WS-POST-IDX)) NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "SERIES " FUNCTION TRIM(WP-SERIES(WS-POST-IDX))
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-EXPORT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "PART " WP-SERIES-PART(WS-POST-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-EXPORT-LINE
           END-IF
           IF FUNCTION TRIM(WP-LANG(WS-POST-IDX)) NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "LANG " FUNCTION TRIM(WP-LANG(WS-POST-IDX))
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-EXPORT-LINE
           END-IF
           IF WP-ORIGINAL-ID(WS-POST-IDX) > 0
               MOVE SPACES TO WS-OUT-LINE
               STRING "ORIGINAL " WP-ORIGINAL-ID(WS-POST-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-EXPORT-LINE
           END-IF
           PERFORM EXPORT-BODY-SLICES
           PERFORM EXPORT-POST-COMMENTS
           MOVE "END-POST" TO WS-OUT-LINE
                           STRING "CTEXT " CO-BODY
                               DELIMITED BY SIZE INTO WS-OUT-LINE
                           PERFORM WRITE-EXPORT-LINE
                           IF CO-PARENT-TS NOT = SPACES
                               MOVE SPACES TO WS-OUT-LINE
                               STRING "CREPLYTO " CO-PARENT-TS
                                   DELIMITED BY SIZE INTO WS-OUT-LINE
                               PERFORM WRITE-EXPORT-LINE
                           END-IF
                           IF CO-FROM-OWNER
                               MOVE "COWNER" TO WS-OUT-LINE
                               PERFORM WRITE-EXPORT-LINE
                           END-IF
                           MOVE "END-COMMENT" TO WS-OUT-LINE
                           PERFORM WRITE-EXPORT-LINE
                       END-IF
