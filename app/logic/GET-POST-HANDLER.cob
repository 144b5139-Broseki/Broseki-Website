
       WORKING-STORAGE SECTION.
           COPY "TEMPLATE-PARAMS.cpy".
           COPY "SETTING-FIELDS.cpy".
       01  WS-EOF-POSTS     PIC X VALUE 'N'.
           88  EOF-POSTS     VALUE 'Y'.
       01  WS-POST-FOUND    PIC X VALUE 'N'.
       01  WS-POSTS-INDEX-STATUS PIC XX.
       01  WS-SLUGS-INDEX-STATUS PIC XX.
       01  WS-COUNTS-STATUS PIC XX.
       01  WS-CLIENT-CLASS  PIC X(5).
       01  WS-BODIES-STATUS PIC XX.
       01  WS-EOF-BODIES    PIC X VALUE 'N'.
           88  EOF-BODIES    VALUE 'Y'.
       01  WS-MY-ID         PIC 9(4).
       01  WS-MY-TAGS-GRP.
           05  WS-MY-TAG PIC X(20) OCCURS 6 TIMES.
      * Series navigation: the published parts of this post's
      * series, gathered by one pass over the master and put in
      * part order.  The scan reuses BLOG-POST-RECORD, so the
      * current post is held aside and put back afterwards for the
      * comments, form, and related posts that follow.
       01  WS-SER-TABLE-GRP.
           05  WS-SER-ENTRY OCCURS 50 TIMES.
               10  WS-SER-ID    PIC 9(4).
               10  WS-SER-TITLE PIC X(60).
               10  WS-SER-SLUG  PIC X(60).
               10  WS-SER-PART  PIC 9(3).
       01  WS-SER-SWAP      PIC X(127).
       01  WS-SER-COUNT     PIC 9(3) VALUE 0.
       01  WS-SER-IDX       PIC 9(3).
       01  WS-SER-SORT-IDX  PIC 9(3).
       01  WS-SER-MINE      PIC 9(3).
       01  WS-SER-MINE-SHOWN  PIC ZZ9.
       01  WS-SER-COUNT-SHOWN PIC ZZ9.
       01  WS-SER-SWAPPED   PIC X VALUE 'N'.
           88  SER-SWAPPED   VALUE 'Y'.
       01  WS-SER-KEY       PIC X(60).
       01  WS-SER-OTHER-KEY PIC X(60).
       01  WS-SER-NAME      PIC X(60).
       01  WS-SER-HOLD      PIC X(1000).
       01  WS-SER-LEAD      PIC X(40).
       01  WS-SER-TAIL      PIC X(10).
      * Translations: the published members of this post's family
      * -- its original and every translation of that original --
      * gathered by one pass over the master before the page shell
      * goes out, since the alternate-language links belong in the
      * document head (handed to SITE-LAYOUT in PAGE_HEAD_LINKS).
      * A blank language is shown as the primary_language setting.
       01  WS-ALT-TABLE-GRP.
           05  WS-ALT-ENTRY OCCURS 20 TIMES.
               10  WS-ALT-ID    PIC 9(4).
               10  WS-ALT-TITLE PIC X(60).
               10  WS-ALT-SLUG  PIC X(60).
               10  WS-ALT-LANG  PIC X(05).
       01  WS-ALT-COUNT     PIC 9(3) VALUE 0.
       01  WS-ALT-IDX       PIC 9(3).
       01  WS-ALT-ROOT-ID   PIC 9(4).
       01  WS-ALT-HOLD      PIC X(1000).
       01  WS-ALT-HREF      PIC X(70).
       01  WS-PRIMARY-LANG  PIC X(05).
       01  WS-SITE-URL      PIC X(100).
       01  WS-HEAD-LINKS    PIC X(5000).
       01  WS-HEAD-POS      PIC 9(4).
       01  WS-EOF-COMMENTS  PIC X VALUE 'N'.
           88  EOF-COMMENTS  VALUE 'Y'.
       01  WS-COMMENT-COUNT PIC 9(3) VALUE 0.
      * Comment threads: every comment on this post, loaded once so
      * replies can be placed under their parents.  WT-SHOW is "Y"
      * for an approved comment, "H" for an unapproved ancestor of
      * one (rendered as a "removed" placeholder so the answers
      * under it keep their context), and "N" for the rest.  The
      * thread is walked depth-first with an explicit stack; WT-DONE
      * keeps a hand-edited parent loop from rendering anything
      * twice.
       01  WS-THREAD-TABLE-GRP.
           05  WS-THREAD-ENTRY OCCURS 200 TIMES.
               10  WT-TS         PIC X(21).
               10  WT-PARENT     PIC X(21).
               10  WT-NAME       PIC X(40).
               10  WT-BODY       PIC X(300).
               10  WT-OWNER      PIC X(01).
               10  WT-SHOW       PIC X(01).
               10  WT-DONE       PIC X(01).
               10  WT-DEPTH      PIC 9(2).
               10  WT-PARENT-IDX PIC 9(3).
       01  WS-THREAD-COUNT  PIC 9(3) VALUE 0.
       01  WS-THREAD-IDX    PIC 9(3).
       01  WS-THREAD-OTHER  PIC 9(3).
       01  WS-THREAD-WALK   PIC 9(3).
       01  WS-WALK-STEPS    PIC 9(3).
       01  WS-THREAD-STACK-GRP.
           05  WS-THREAD-STACK PIC 9(3) OCCURS 200 TIMES.
       01  WS-STACK-TOP     PIC 9(3).
       01  WS-ROOT-IDX      PIC 9(3).
       01  WS-INDENT        PIC 9(2).
       01  WS-INDENT-TEXT   PIC Z9.
       01  WS-PAGE-TITLE    PIC X(60).
       01  WS-ESC-IN        PIC X(300).
       01  WS-ESC-OUT       PIC X(1800).
           MOVE 'N' TO WS-EOF-POSTS.

       SEND-SLUG-REDIRECT.
           DISPLAY "RESPONSE_STATUS" UPON ENVIRONMENT-NAME
           DISPLAY "301" UPON ENVIRONMENT-VALUE
           DISPLAY "Status: 301 Moved Permanently"
           DISPLAY "Location: /post/" FUNCTION TRIM(BP-SLUG)
           DISPLAY "Content-type: text/html"
      * survives the access log being archived away.  Views served
      * straight from the page cache never reach this handler and
      * go uncounted -- see VIEW-COUNT.cpy.
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
                       MOVE PI-TAGS TO BP-TAGS
                       MOVE PI-AUTHOR TO BP-AUTHOR
                       MOVE PI-SLUG TO BP-SLUG
                       MOVE PI-SERIES TO BP-SERIES
                       MOVE PI-SERIES-PART TO BP-SERIES-PART
                       MOVE PI-LANG TO BP-LANG
                       MOVE PI-ORIGINAL-ID TO BP-ORIGINAL-ID
                       MOVE 'Y' TO WS-POST-FOUND
               END-READ
               CLOSE POSTS-INDEX-FILE
           MOVE "BODY" TO TE-NAME(3)
           MOVE FUNCTION TRIM(WS-FULL-BODY) TO TE-VALUE(3)

           PERFORM COLLECT-TRANSLATIONS
           PERFORM SET-ALTERNATE-LINKS

           DISPLAY "Content-type: text/html"
           DISPLAY X"0A"
           CALL "SITE-LAYOUT" USING "HEADER" WS-PAGE-TITLE
               END-IF
           END-IF
           PERFORM RENDER-BYLINE
           PERFORM RENDER-TRANSLATION-LINE
           PERFORM RENDER-TAG-LINE
           IF FUNCTION TRIM(BP-SERIES) NOT = SPACES
               PERFORM RENDER-SERIES-BOX
           END-IF
           PERFORM RENDER-COMMENTS
           PERFORM RENDER-COMMENT-FORM
           PERFORM RENDER-RELATED-POSTS
               INTO WS-OUT-LINE
           PERFORM EMIT-LINE.

      * The family this post belongs to: the original (this post,
      * or the one it translates) and every published translation
      * of it, up to the table's 20 languages.  The scan reuses
      * BLOG-POST-RECORD, so the current post is held aside and put
      * back afterwards, as the series box does.
       COLLECT-TRANSLATIONS.
           MOVE BLOG-POST-RECORD TO WS-ALT-HOLD
           MOVE BP-ID TO WS-MY-ID
           MOVE "primary_language" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-VALUE TO WS-PRIMARY-LANG
           IF BP-ORIGINAL-ID IS NUMERIC AND BP-ORIGINAL-ID > 0
               MOVE BP-ORIGINAL-ID TO WS-ALT-ROOT-ID
           ELSE
               MOVE BP-ID TO WS-ALT-ROOT-ID
           END-IF
           MOVE 0 TO WS-ALT-COUNT
           MOVE 'N' TO WS-EOF-POSTS
           OPEN INPUT BLOG-POSTS-FILE
           PERFORM UNTIL EOF-POSTS
               READ BLOG-POSTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-POSTS
                   NOT AT END
                       IF BP-PUBLISHED AND WS-ALT-COUNT < 20
                          AND (BP-ID = WS-ALT-ROOT-ID
                               OR (BP-ORIGINAL-ID IS NUMERIC
                                   AND BP-ORIGINAL-ID = WS-ALT-ROOT-ID))
                           ADD 1 TO WS-ALT-COUNT
                           MOVE BP-ID TO WS-ALT-ID(WS-ALT-COUNT)
                           MOVE BP-TITLE TO WS-ALT-TITLE(WS-ALT-COUNT)
                           MOVE BP-SLUG TO WS-ALT-SLUG(WS-ALT-COUNT)
                           IF BP-LANG = SPACES
                               MOVE WS-PRIMARY-LANG
                                   TO WS-ALT-LANG(WS-ALT-COUNT)
                           ELSE
                               MOVE BP-LANG
                                   TO WS-ALT-LANG(WS-ALT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOG-POSTS-FILE
           MOVE WS-ALT-HOLD TO BLOG-POST-RECORD.

      * One <link rel='alternate' hreflang> per family member, this
      * post included, plus x-default on the original, as absolute
      * URLs under the site_url setting.  SITE-LAYOUT writes them
      * into the document head and clears the variable.  A post
      * with no published translation sets nothing.
       SET-ALTERNATE-LINKS.
           IF WS-ALT-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE "site_url" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-VALUE TO WS-SITE-URL
           MOVE SPACES TO WS-HEAD-LINKS
           MOVE 1 TO WS-HEAD-POS
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > WS-ALT-COUNT
               PERFORM MAKE-ALT-HREF
               STRING "<link rel='alternate' hreflang='"
                      FUNCTION TRIM(WS-ALT-LANG(WS-ALT-IDX))
                      "' href='" FUNCTION TRIM(WS-SITE-URL)
                      FUNCTION TRIM(WS-ALT-HREF) "'>"
                   DELIMITED BY SIZE
                   INTO WS-HEAD-LINKS
                   WITH POINTER WS-HEAD-POS
               END-STRING
               IF WS-ALT-ID(WS-ALT-IDX) = WS-ALT-ROOT-ID
                   STRING "<link rel='alternate' hreflang='x-default'"
                          " href='" FUNCTION TRIM(WS-SITE-URL)
                          FUNCTION TRIM(WS-ALT-HREF) "'>"
                       DELIMITED BY SIZE
                       INTO WS-HEAD-LINKS
                       WITH POINTER WS-HEAD-POS
                   END-STRING
               END-IF
           END-PERFORM
           DISPLAY "PAGE_HEAD_LINKS" UPON ENVIRONMENT-NAME
           DISPLAY WS-HEAD-LINKS UPON ENVIRONMENT-VALUE.

      * The site-relative URL of family slot WS-ALT-IDX -- the slug
      * URL when the post has one, the numeric one otherwise.
       MAKE-ALT-HREF.
           MOVE SPACES TO WS-ALT-HREF
           IF FUNCTION TRIM(WS-ALT-SLUG(WS-ALT-IDX)) NOT = SPACES
               STRING "/post/" FUNCTION TRIM(WS-ALT-SLUG(WS-ALT-IDX))
                   DELIMITED BY SIZE
                   INTO WS-ALT-HREF
           ELSE
               STRING "/post/" WS-ALT-ID(WS-ALT-IDX)
                   DELIMITED BY SIZE
                   INTO WS-ALT-HREF
           END-IF.

      * "Also available in:" with a link to each other published
      * member of the family, marked with its language.
       RENDER-TRANSLATION-LINE.
           IF WS-ALT-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE "<p>Also available in:" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > WS-ALT-COUNT
               IF WS-ALT-ID(WS-ALT-IDX) NOT = WS-MY-ID
                   PERFORM MAKE-ALT-HREF
                   MOVE SPACES TO WS-ESC-IN
                   MOVE FUNCTION TRIM(WS-ALT-TITLE(WS-ALT-IDX))
                       TO WS-ESC-IN
                   PERFORM ESCAPE-HTML
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "<a href='" FUNCTION TRIM(WS-ALT-HREF)
                          "' hreflang='"
                          FUNCTION TRIM(WS-ALT-LANG(WS-ALT-IDX))
                          "' lang='"
                          FUNCTION TRIM(WS-ALT-LANG(WS-ALT-IDX))
                          "'>" FUNCTION TRIM(WS-ESC-OUT) "</a> ("
                          FUNCTION TRIM(WS-ALT-LANG(WS-ALT-IDX)) ")"
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM
           MOVE "</p>" TO WS-OUT-LINE
           PERFORM EMIT-LINE.

      * The post's tags, each linking to its /tag/:name listing.
      * Tag names come from the admin screens, not visitors, but get
      * escaped all the same.
           MOVE "</p>" TO WS-OUT-LINE
           PERFORM EMIT-LINE.

      * Where this post sits in its series: "Part N of M" linking
      * to the /series/:name page, the previous and next parts, and
      * the whole table of contents.  Only published parts count,
      * so a drafted part 3 leaves no hole a reader can fall into.
       RENDER-SERIES-BOX.
           MOVE BLOG-POST-RECORD TO WS-SER-HOLD
           MOVE BP-ID TO WS-MY-ID
           MOVE BP-SERIES TO WS-SER-NAME
           CALL "SLUG-MAKER" USING WS-SER-NAME WS-SER-KEY
           PERFORM COLLECT-SERIES-PARTS
           MOVE WS-SER-HOLD TO BLOG-POST-RECORD
           PERFORM SORT-SERIES-PARTS
           MOVE 0 TO WS-SER-MINE
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
               UNTIL WS-SER-IDX > WS-SER-COUNT
               IF WS-SER-ID(WS-SER-IDX) = WS-MY-ID
                   MOVE WS-SER-IDX TO WS-SER-MINE
               END-IF
           END-PERFORM
           IF WS-SER-MINE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ESC-IN
           MOVE FUNCTION TRIM(WS-SER-NAME) TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           MOVE WS-SER-MINE TO WS-SER-MINE-SHOWN
           MOVE WS-SER-COUNT TO WS-SER-COUNT-SHOWN
           MOVE SPACES TO WS-OUT-LINE
           STRING "<div class='series'><p>Part "
                  FUNCTION TRIM(WS-SER-MINE-SHOWN) " of "
                  FUNCTION TRIM(WS-SER-COUNT-SHOWN)
                  " in <a href='/series/" FUNCTION TRIM(WS-SER-KEY)
                  "'>" FUNCTION TRIM(WS-ESC-OUT) "</a></p>"
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           PERFORM EMIT-LINE
           IF WS-SER-MINE > 1
               COMPUTE WS-SER-IDX = WS-SER-MINE - 1
               MOVE "<p>Previous: <a href='/post/" TO WS-SER-LEAD
               MOVE "</p>" TO WS-SER-TAIL
               PERFORM EMIT-SERIES-LINK
           END-IF
           IF WS-SER-MINE < WS-SER-COUNT
               COMPUTE WS-SER-IDX = WS-SER-MINE + 1
               MOVE "<p>Next: <a href='/post/" TO WS-SER-LEAD
               MOVE "</p>" TO WS-SER-TAIL
               PERFORM EMIT-SERIES-LINK
           END-IF
           MOVE "<ol>" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
               UNTIL WS-SER-IDX > WS-SER-COUNT
               IF WS-SER-IDX = WS-SER-MINE
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "<li><strong>"
                          FUNCTION TRIM(WS-SER-TITLE(WS-SER-IDX))
                          "</strong></li>"
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   PERFORM EMIT-LINE
               ELSE
                   MOVE "<li><a href='/post/" TO WS-SER-LEAD
                   MOVE "</li>" TO WS-SER-TAIL
                   PERFORM EMIT-SERIES-LINK
               END-IF
           END-PERFORM
           MOVE "</ol></div>" TO WS-OUT-LINE
           PERFORM EMIT-LINE.

      * One link to table slot WS-SER-IDX -- the slug URL when
      * the post has one, the numeric one otherwise -- completing
      * the WS-SER-LEAD markup (which opens the link) and closed by
      * the WS-SER-TAIL markup the caller set.
       EMIT-SERIES-LINK.
           MOVE SPACES TO WS-OUT-LINE
           IF FUNCTION TRIM(WS-SER-SLUG(WS-SER-IDX)) NOT = SPACES
               STRING FUNCTION TRIM(WS-SER-LEAD)
                      FUNCTION TRIM(WS-SER-SLUG(WS-SER-IDX))
                      "'>" FUNCTION TRIM(WS-SER-TITLE(WS-SER-IDX))
                      "</a>" FUNCTION TRIM(WS-SER-TAIL)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           ELSE
               STRING FUNCTION TRIM(WS-SER-LEAD)
                      WS-SER-ID(WS-SER-IDX)
                      "'>" FUNCTION TRIM(WS-SER-TITLE(WS-SER-IDX))
                      "</a>" FUNCTION TRIM(WS-SER-TAIL)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-IF
           PERFORM EMIT-LINE.

      * Every published post whose series name normalizes to this
      * post's series key, up to the table's 50 parts.
       COLLECT-SERIES-PARTS.
           MOVE 0 TO WS-SER-COUNT
           MOVE 'N' TO WS-EOF-POSTS
           OPEN INPUT BLOG-POSTS-FILE
           PERFORM UNTIL EOF-POSTS
               READ BLOG-POSTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-POSTS
                   NOT AT END
                       IF BP-PUBLISHED
                          AND FUNCTION TRIM(BP-SERIES) NOT = SPACES
                          AND WS-SER-COUNT < 50
                           CALL "SLUG-MAKER" USING BP-SERIES
                                                   WS-SER-OTHER-KEY
                           IF WS-SER-OTHER-KEY = WS-SER-KEY
                               ADD 1 TO WS-SER-COUNT
                               MOVE BP-ID TO WS-SER-ID(WS-SER-COUNT)
                               MOVE BP-TITLE
                                   TO WS-SER-TITLE(WS-SER-COUNT)
                               MOVE BP-SLUG
                                   TO WS-SER-SLUG(WS-SER-COUNT)
                               MOVE BP-SERIES-PART
                                   TO WS-SER-PART(WS-SER-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOG-POSTS-FILE.

      * Part order, by repeated passes swapping neighbours until a
      * pass finds nothing out of place -- a series is a handful of
      * posts, not a sort job.
       SORT-SERIES-PARTS.
           MOVE 'Y' TO WS-SER-SWAPPED
           PERFORM UNTIL NOT SER-SWAPPED
               MOVE 'N' TO WS-SER-SWAPPED
               PERFORM VARYING WS-SER-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SER-SORT-IDX >= WS-SER-COUNT
                   IF WS-SER-PART(WS-SER-SORT-IDX)
                      > WS-SER-PART(WS-SER-SORT-IDX + 1)
                       MOVE WS-SER-ENTRY(WS-SER-SORT-IDX)
                           TO WS-SER-SWAP
                       MOVE WS-SER-ENTRY(WS-SER-SORT-IDX + 1)
                           TO WS-SER-ENTRY(WS-SER-SORT-IDX)
                       MOVE WS-SER-SWAP
                           TO WS-SER-ENTRY(WS-SER-SORT-IDX + 1)
                       MOVE 'Y' TO WS-SER-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Lists the approved comments for this post as threads: the
      * top-level ones oldest first, each followed by its replies
      * (and theirs) indented beneath it, everything escaped the way
      * TEMPLATE-ENGINE escapes token values.  Pending and rejected
      * records are invisible here, only the /admin/comments screen
      * sees those -- except as the "removed" placeholder a thread
      * keeps where an approved reply's parent used to be.
       RENDER-COMMENTS.
           MOVE "<h2>Comments</h2>" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           PERFORM LOAD-COMMENT-THREADS
           MOVE 0 TO WS-COMMENT-COUNT
           PERFORM VARYING WS-THREAD-IDX FROM 1 BY 1
               UNTIL WS-THREAD-IDX > WS-THREAD-COUNT
               IF WT-SHOW(WS-THREAD-IDX) = "Y"
                   ADD 1 TO WS-COMMENT-COUNT
               END-IF
           END-PERFORM
           IF WS-COMMENT-COUNT = 0
               MOVE "<p>No comments yet.</p>" TO WS-OUT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF
      * Top-level comments (and replies whose parent is gone from
      * the file) start a thread; a second pass picks up anything a
      * parent loop kept out of the first.
           PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
               UNTIL WS-ROOT-IDX > WS-THREAD-COUNT
               IF WT-SHOW(WS-ROOT-IDX) NOT = "N"
                  AND WT-PARENT-IDX(WS-ROOT-IDX) = 0
                   PERFORM RENDER-ONE-THREAD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
               UNTIL WS-ROOT-IDX > WS-THREAD-COUNT
               IF WT-SHOW(WS-ROOT-IDX) NOT = "N"
                  AND WT-DONE(WS-ROOT-IDX) = "N"
                   PERFORM RENDER-ONE-THREAD
               END-IF
           END-PERFORM.

      * Loads this post's comments, links each reply to its parent's
      * row, and marks every unapproved ancestor of an approved
      * comment for a placeholder.  A post with more comments than
      * the table shows its oldest 200.
       LOAD-COMMENT-THREADS.
           MOVE 0 TO WS-THREAD-COUNT
           OPEN INPUT COMMENTS-FILE
           IF WS-COMMENTS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-COMMENTS
                   AT END
                       MOVE 'Y' TO WS-EOF-COMMENTS
                   NOT AT END
                       IF CO-POST-ID = BP-ID
                          AND WS-THREAD-COUNT < 200
                           ADD 1 TO WS-THREAD-COUNT
                           PERFORM TAKE-THREAD-COMMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMMENTS-STATUS NOT = "35"
               CLOSE COMMENTS-FILE
           END-IF

           PERFORM VARYING WS-THREAD-IDX FROM 1 BY 1
               UNTIL WS-THREAD-IDX > WS-THREAD-COUNT
               IF WT-PARENT(WS-THREAD-IDX) NOT = SPACES
                   PERFORM VARYING WS-THREAD-OTHER FROM 1 BY 1
                       UNTIL WS-THREAD-OTHER > WS-THREAD-COUNT
                       IF WS-THREAD-OTHER NOT = WS-THREAD-IDX
                          AND WT-TS(WS-THREAD-OTHER)
                              = WT-PARENT(WS-THREAD-IDX)
                           MOVE WS-THREAD-OTHER
                               TO WT-PARENT-IDX(WS-THREAD-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-THREAD-IDX FROM 1 BY 1
               UNTIL WS-THREAD-IDX > WS-THREAD-COUNT
               IF WT-SHOW(WS-THREAD-IDX) = "Y"
                   MOVE WT-PARENT-IDX(WS-THREAD-IDX)
                       TO WS-THREAD-WALK
                   MOVE 0 TO WS-WALK-STEPS
                   PERFORM UNTIL WS-THREAD-WALK = 0
                              OR WS-WALK-STEPS > 50
                       IF WT-SHOW(WS-THREAD-WALK) = "N"
                           MOVE "H" TO WT-SHOW(WS-THREAD-WALK)
                       END-IF
                       MOVE WT-PARENT-IDX(WS-THREAD-WALK)
                           TO WS-THREAD-WALK
                       ADD 1 TO WS-WALK-STEPS
                   END-PERFORM
               END-IF
           END-PERFORM.

       TAKE-THREAD-COMMENT.
           MOVE CO-TIMESTAMP TO WT-TS(WS-THREAD-COUNT)
           MOVE CO-PARENT-TS TO WT-PARENT(WS-THREAD-COUNT)
           MOVE CO-NAME TO WT-NAME(WS-THREAD-COUNT)
           MOVE CO-BODY TO WT-BODY(WS-THREAD-COUNT)
           MOVE CO-OWNER TO WT-OWNER(WS-THREAD-COUNT)
           IF CO-APPROVED
               MOVE "Y" TO WT-SHOW(WS-THREAD-COUNT)
           ELSE
               MOVE "N" TO WT-SHOW(WS-THREAD-COUNT)
           END-IF
           MOVE "N" TO WT-DONE(WS-THREAD-COUNT)
           MOVE 0 TO WT-DEPTH(WS-THREAD-COUNT)
           MOVE 0 TO WT-PARENT-IDX(WS-THREAD-COUNT).

      * Renders WS-ROOT-IDX and everything under it, depth-first:
      * pop a comment, render it, push its shown replies newest
      * first so the oldest comes off the stack next.
       RENDER-ONE-THREAD.
           MOVE 1 TO WS-STACK-TOP
           MOVE WS-ROOT-IDX TO WS-THREAD-STACK(1)
           MOVE 0 TO WT-DEPTH(WS-ROOT-IDX)
           MOVE "Y" TO WT-DONE(WS-ROOT-IDX)
           PERFORM UNTIL WS-STACK-TOP = 0
               MOVE WS-THREAD-STACK(WS-STACK-TOP) TO WS-THREAD-IDX
               SUBTRACT 1 FROM WS-STACK-TOP
               PERFORM RENDER-ONE-COMMENT
               PERFORM VARYING WS-THREAD-OTHER FROM WS-THREAD-COUNT
                   BY -1 UNTIL WS-THREAD-OTHER < 1
                   IF WT-PARENT-IDX(WS-THREAD-OTHER) = WS-THREAD-IDX
                      AND WT-SHOW(WS-THREAD-OTHER) NOT = "N"
                      AND WT-DONE(WS-THREAD-OTHER) = "N"
                      AND WS-STACK-TOP < 200
                       MOVE "Y" TO WT-DONE(WS-THREAD-OTHER)
                       COMPUTE WT-DEPTH(WS-THREAD-OTHER) =
                           WT-DEPTH(WS-THREAD-IDX) + 1
                       ADD 1 TO WS-STACK-TOP
                       MOVE WS-THREAD-OTHER
                           TO WS-THREAD-STACK(WS-STACK-TOP)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * One comment of a thread, indented by its depth (capped, so a
      * long back-and-forth stays readable), with the author's own
      * answers marked and a reply form tucked under each shown
      * comment.  A placeholder gets neither name nor form.
       RENDER-ONE-COMMENT.
           IF WT-DEPTH(WS-THREAD-IDX) > 5
               MOVE 10 TO WS-INDENT
           ELSE
               COMPUTE WS-INDENT = WT-DEPTH(WS-THREAD-IDX) * 2
           END-IF
           MOVE WS-INDENT TO WS-INDENT-TEXT
           MOVE SPACES TO WS-OUT-LINE
           STRING "<div class='comment' id='c"
                  WT-TS(WS-THREAD-IDX)(1:16)
                  "' style='margin-left:"
                  FUNCTION TRIM(WS-INDENT-TEXT) "em'>"
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           PERFORM EMIT-LINE
           IF WT-SHOW(WS-THREAD-IDX) = "H"
               MOVE "<p><em>This comment was removed.</em></p>"
                   TO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE "</div>" TO WS-OUT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ESC-IN
           MOVE WT-NAME(WS-THREAD-IDX) TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           MOVE SPACES TO WS-OUT-LINE
           IF WT-OWNER(WS-THREAD-IDX) = "Y"
               STRING "<p><strong>" FUNCTION TRIM(WS-ESC-OUT)
                      "</strong> <em>(author)</em> wrote on "
                      WT-TS(WS-THREAD-IDX)(1:8) ":</p>"
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           ELSE
               STRING "<p><strong>" FUNCTION TRIM(WS-ESC-OUT)
                      "</strong> wrote on "
                      WT-TS(WS-THREAD-IDX)(1:8) ":</p>"
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-IF
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-ESC-IN
           MOVE WT-BODY(WS-THREAD-IDX) TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           MOVE SPACES TO WS-OUT-LINE
           STRING "<p>" FUNCTION TRIM(WS-ESC-OUT) "</p>"
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           PERFORM EMIT-LINE
           PERFORM RENDER-REPLY-FORM
           MOVE "</div>" TO WS-OUT-LINE
           PERFORM EMIT-LINE.

      * A collapsed reply form posting to the same comment handler
      * as the main form, with the answered comment's timestamp
      * carried along as "parent".
       RENDER-REPLY-FORM.
           MOVE "<details><summary>Reply</summary>" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "<form method='POST' action='/post/" BP-ID
                  "/comment'>"
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "<input type='hidden' name='parent' value='"
                  WT-TS(WS-THREAD-IDX) "'>"
               DELIMITED BY SIZE
               INTO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE "<p>Name:<br><input type='text' name='name' size='40' ma
      -    "xlength='40'></p>" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE "<p>Reply:<br><textarea name='comment' rows='3' cols='60
      -    "' maxlength='300'></textarea></p>" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE "<p><input type='submit' value='Post reply'></p>"
               TO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE "</form></details>" TO WS-OUT-LINE
           PERFORM EMIT-LINE.

       RENDER-COMMENT-FORM.
