       01  WS-PAGE-TITLE PIC X(60) VALUE "Blog".
           COPY "POPULAR-POSTS.cpy".
           COPY "QUERY-PARAMS.cpy".
           COPY "SETTING-FIELDS.cpy".
       01  WS-POSTS-STATUS PIC XX.
       01  WS-EOF-POSTS    PIC X VALUE 'N'.
           88  EOF-POSTS    VALUE 'Y'.
      * pages carry prev/next links in both directions.
       01  WS-QUERY-STRING PIC X(16384).
       01  WS-FIELD-IDX    PIC 99.
      * Posts per page: the page_size site setting.
       01  WS-PAGE-SIZE    PIC 9(3) VALUE 10.
       01  WS-PAGE-NUM     PIC 9(4) VALUE 1.
       01  WS-PAGE-COUNT   PIC 9(4) VALUE 1.
       01  WS-LAST-IDX     PIC S9(3).
       01  WS-LINK-PAGE    PIC ZZZ9.

      * Language: the listing shows one language at a time -- the
      * primary_language setting (which a post with a blank BP-LANG
      * is written in) unless ?lang= asks for another.  WS-LANG-ARG
      * is the "&lang=" suffix the page links carry, blank on the
      * primary listing so its links stay the bare, cacheable URLs.
      * Every other language with published posts is counted on
      * the same pass, for the links to those listings.
       01  WS-PRIMARY-LANG PIC X(05).
       01  WS-WANT-LANG    PIC X(05).
       01  WS-POST-LANG    PIC X(05).
       01  WS-LANG-TEXT    PIC X(10).
       01  WS-LANG-ARG     PIC X(12).
       01  WS-LANG-STATS-GRP.
           05  WS-LANG-STAT OCCURS 20 TIMES.
               10  WS-LS-LANG  PIC X(05).
               10  WS-LS-COUNT PIC 9(4).
       01  WS-LANG-STAT-COUNT PIC 99 VALUE 0.
       01  WS-LANG-IDX     PIC 99.

      * Distinct tags across the published posts, collected on the
      * way through the file so the bottom of the page can offer a
      * map of what the blog covers, one /tag/:name link per tag.
      * record's own BP-BODY is always the first chunk, so the
      * teaser never needs to read the companion file.
       PROCEDURE DIVISION.
           MOVE "page_size" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-PAGE-SIZE
           MOVE "primary_language" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-VALUE TO WS-PRIMARY-LANG
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT "QUERY_STRING"
           CALL "QUERY-PARSER" USING WS-QUERY-STRING
                                     QP-PARAMS-GRP
                                     QP-PARAM-COUNT
           PERFORM PICK-PAGE-NUMBER
           PERFORM PICK-LANGUAGE

           PERFORM LOAD-POSTS
           PERFORM CLAMP-PAGE-NUMBER
           MOVE "</ul>" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           PERFORM EMIT-PAGE-LINKS
           PERFORM EMIT-LANGUAGE-LINKS
           PERFORM EMIT-POPULAR-BLOCK
           PERFORM EMIT-TAG-MAP
           PERFORM EMIT-ARCHIVE-MAP
               MOVE 1 TO WS-PAGE-NUM
           END-IF.

      * Pulls ?lang= out of the parsed query string and checks it
      * by the same language-code rule the post forms use; missing,
      * malformed, or naming the primary language, it means the
      * primary listing.
       PICK-LANGUAGE.
           MOVE WS-PRIMARY-LANG TO WS-WANT-LANG
           MOVE SPACES TO WS-LANG-ARG
           MOVE SPACES TO WS-LANG-TEXT
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > QP-PARAM-COUNT
               IF FUNCTION TRIM(QP-NAME(WS-FIELD-IDX)) = "lang"
                   MOVE QP-VALUE(WS-FIELD-IDX) TO WS-LANG-TEXT
               END-IF
           END-PERFORM
           IF WS-LANG-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "primary_language" TO SG-KEY
           MOVE "C" TO SG-MODE
           MOVE WS-LANG-TEXT TO SG-VALUE
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SPACE TO SG-MODE
           IF SG-VALUE-OK AND SG-VALUE NOT = WS-PRIMARY-LANG
               MOVE SG-VALUE TO WS-WANT-LANG
               STRING "&lang=" FUNCTION TRIM(WS-WANT-LANG)
                   DELIMITED BY SIZE
                   INTO WS-LANG-ARG
           END-IF.

      * Reads every published post in the listing's language into
      * the table, collecting the tag map and archive counts (which
      * link to listings covering every language) on the way
      * through, and counting the posts in other languages.
       LOAD-POSTS.
           MOVE 0 TO WS-POST-COUNT
           OPEN INPUT BLOG-POSTS-FILE
                       IF BP-PUBLISHED
                           PERFORM COLLECT-POST-TAGS
                           PERFORM COLLECT-ARCHIVE-COUNTS
                           MOVE BP-LANG TO WS-POST-LANG
                           IF WS-POST-LANG = SPACES
                               MOVE WS-PRIMARY-LANG TO WS-POST-LANG
                           END-IF
                           IF WS-POST-LANG = WS-WANT-LANG
                               PERFORM TAKE-LISTED-POST
                           ELSE
                               PERFORM COLLECT-LANGUAGE-COUNTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               CLOSE BLOG-POSTS-FILE
           END-IF.

      * Adds the record just read to the listing table.
       TAKE-LISTED-POST.
           IF WS-POST-COUNT >= 200
               PERFORM SLIDE-POST-TABLE
           ELSE
               ADD 1 TO WS-POST-COUNT
           END-IF
           MOVE BP-ID TO WP-ID(WS-POST-COUNT)
           MOVE BP-TITLE TO WP-TITLE(WS-POST-COUNT)
           MOVE BP-DATE TO WP-DATE(WS-POST-COUNT)
           MOVE BP-BODY(1:150) TO WP-TEASER(WS-POST-COUNT)
           MOVE BP-TAGS TO WP-TAGS(WS-POST-COUNT)
           MOVE BP-SLUG TO WP-SLUG(WS-POST-COUNT).

      * Drops the oldest table entry by sliding everything down one
      * slot, leaving slot 200 free for the record just read.
       SLIDE-POST-TABLE.
           PERFORM EMIT-LINE
           IF WS-PAGE-NUM > 1
               IF WS-PAGE-NUM = 2
                   MOVE SPACES TO WS-OUT-LINE
                   IF WS-LANG-ARG = SPACES
                       MOVE "<a href='/posts'>&laquo; Newer</a>"
                           TO WS-OUT-LINE
                   ELSE
                       STRING "<a href='/posts?lang="
                              FUNCTION TRIM(WS-WANT-LANG)
                              "'>&laquo; Newer</a>"
                           DELIMITED BY SIZE
                           INTO WS-OUT-LINE
                   END-IF
               ELSE
                   COMPUTE WS-LINK-PAGE = WS-PAGE-NUM - 1
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "<a href='/posts?page="
                          FUNCTION TRIM(WS-LINK-PAGE)
                          FUNCTION TRIM(WS-LANG-ARG)
                          "'>&laquo; Newer</a>"
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               MOVE SPACES TO WS-OUT-LINE
               STRING "<a href='/posts?page="
                      FUNCTION TRIM(WS-LINK-PAGE)
                      FUNCTION TRIM(WS-LANG-ARG)
                      "'>Older &raquo;</a>"
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           MOVE "</p>" TO WS-OUT-LINE
           PERFORM EMIT-LINE.

      * Counts a published post in a language other than the one
      * listed, under that language, up to the table's 20.
       COLLECT-LANGUAGE-COUNTS.
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANG-STAT-COUNT
               IF WS-LS-LANG(WS-LANG-IDX) = WS-POST-LANG
                   ADD 1 TO WS-LS-COUNT(WS-LANG-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-LANG-STAT-COUNT < 20
               ADD 1 TO WS-LANG-STAT-COUNT
               MOVE WS-POST-LANG TO WS-LS-LANG(WS-LANG-STAT-COUNT)
               MOVE 1 TO WS-LS-COUNT(WS-LANG-STAT-COUNT)
           END-IF.

      * One link per other language with published posts, the
      * primary language's being the bare /posts URL.
       EMIT-LANGUAGE-LINKS.
           IF WS-LANG-STAT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "<p>Other languages:" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANG-STAT-COUNT
               MOVE WS-LS-COUNT(WS-LANG-IDX) TO WS-ARCH-COUNT-TEXT
               MOVE SPACES TO WS-OUT-LINE
               IF WS-LS-LANG(WS-LANG-IDX) = WS-PRIMARY-LANG
                   STRING "<a href='/posts' lang='"
                          FUNCTION TRIM(WS-LS-LANG(WS-LANG-IDX)) "'>"
                          FUNCTION TRIM(WS-LS-LANG(WS-LANG-IDX))
                          "</a> (" FUNCTION TRIM(WS-ARCH-COUNT-TEXT)
                          ")"
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               ELSE
                   STRING "<a href='/posts?lang="
                          FUNCTION TRIM(WS-LS-LANG(WS-LANG-IDX))
                          "' lang='"
                          FUNCTION TRIM(WS-LS-LANG(WS-LANG-IDX)) "'>"
                          FUNCTION TRIM(WS-LS-LANG(WS-LANG-IDX))
                          "</a> (" FUNCTION TRIM(WS-ARCH-COUNT-TEXT)
                          ")"
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-IF
               PERFORM EMIT-LINE
           END-PERFORM
           MOVE "</p>" TO WS-OUT-LINE
           PERFORM EMIT-LINE.

      * Remembers each of this post's tags the first time it is
      * seen, for the tag map at the bottom of the page.
       COLLECT-POST-TAGS.
