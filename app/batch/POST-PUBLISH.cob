      * and go out on their own.  When anything flipped, the posts
      * index is rebuilt and the page cache flushed, exactly what
      * the admin screens do after their own saves, so the newly
      * live post is visible immediately.  The emptied cache is then
      * refilled by CACHE-PREWARM, with the posts that just went
      * live named in PREWARM_POSTS, so the readers a newsletter
      * sends to them find their pages already rendered.  A due
      * post must first pass PUBLISH-CHECK, the same checks the
      * admin screen and the write API apply; one that fails stays
      * SCHEDULED, is tried again next run, and is listed with its
      * reason in data/publish-holds (rewritten every run) for the
      * admin post list to show.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BLOG-POSTS-FILE ASSIGN TO "data/blog-posts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTS-STATUS.
           SELECT BLOG-BODIES-FILE ASSIGN TO "data/blog-bodies"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODIES-STATUS.
           SELECT PUBLISH-HOLDS-FILE ASSIGN TO "data/publish-holds"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT POSTS-INDEX-FILE ASSIGN TO "data/blog-posts-index"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  BLOG-POSTS-FILE.
           COPY "BLOG-POST.cpy".
       FD  BLOG-BODIES-FILE.
           COPY "BLOG-BODY.cpy".
       FD  PUBLISH-HOLDS-FILE.
           COPY "PUBLISH-HOLD.cpy".
       FD  POSTS-INDEX-FILE.
           COPY "POST-INDEX.cpy".
       FD  SLUGS-INDEX-FILE.
           COPY "SLUG-INDEX.cpy".

       WORKING-STORAGE SECTION.
           COPY "PUBLISH-CHECK.cpy".
       01  WS-POSTS-STATUS        PIC XX.
       01  WS-BODIES-STATUS       PIC XX.
       01  WS-HOLDS-STATUS        PIC XX.
      * Cleared when the holds file cannot be opened: posts are still
      * held, just not listed for the admin screen this run.
       01  WS-HOLDS-OPEN          PIC X VALUE 'N'.
           88  HOLDS-OPEN          VALUE 'Y'.
       01  WS-EOF-BODIES          PIC X.
           88  EOF-BODIES          VALUE 'Y'.
       01  WS-CHUNK-OFFSET        PIC 9(5).
       01  WS-HELD-COUNT          PIC 9(3) VALUE 0.
       01  WS-POSTS-INDEX-STATUS  PIC XX.
       01  WS-SLUGS-INDEX-STATUS  PIC XX.
       01  WS-EOF-POSTS           PIC X VALUE 'N'.
               10  WP-TAGS       PIC X(60).
               10  WP-AUTHOR     PIC X(20).
               10  WP-SLUG       PIC X(60).
               10  WP-SERIES     PIC X(60).
               10  WP-SERIES-PART PIC 9(3).
               10  WP-LANG       PIC X(05).
               10  WP-ORIGINAL-ID PIC 9(4).
       01  WS-POST-COUNT          PIC 9(3) VALUE 0.
      * Set when the master outgrew the table; the run stops rather
      * than rewrite the file from a slice and delete posts 201+.
       01  WS-FLIPPED-COUNT       PIC 9(3) VALUE 0.
       01  WS-FLUSHED-COUNT       PIC 9(4).
       01  WS-INDEXED-WORDS       PIC 9(5).
       01  WS-USAGE-ROWS          PIC 9(5).
      * The ids that went live this run, for CACHE-PREWARM; its
      * list holds twenty, and any past that are captured by their
      * first reader instead.
       01  WS-PREWARM-POSTS       PIC X(200).
       01  WS-PREWARM-PTR         PIC 9(3).
       01  WS-PREWARM-COMMAND     PIC X(60)
           VALUE "./CACHE-PREWARM > /dev/null".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
               STOP RUN
           END-IF

           MOVE SPACES TO WS-PREWARM-POSTS
           MOVE 1 TO WS-PREWARM-PTR
           OPEN OUTPUT PUBLISH-HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 'Y' TO WS-HOLDS-OPEN
           ELSE
               DISPLAY "Cannot open data/publish-holds (status "
                   WS-HOLDS-STATUS "); held posts will not be listed"
           END-IF
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WP-STATUS(WS-POST-IDX) = "S"
                  AND WP-PUBLISH-AT(WS-POST-IDX)(1:12) IS NUMERIC
                  AND WP-PUBLISH-AT(WS-POST-IDX) <= WS-NOW
                   PERFORM CHECK-DUE-POST
               END-IF
           END-PERFORM
           IF HOLDS-OPEN
               CLOSE PUBLISH-HOLDS-FILE
           END-IF

           IF WS-HELD-COUNT > 0
               DISPLAY WS-HELD-COUNT " due post(s) held back"
           END-IF
           IF WS-FLIPPED-COUNT = 0 AND WS-HELD-COUNT = 0
               DISPLAY "Nothing scheduled has come due"
           END-IF
           IF WS-FLIPPED-COUNT > 0
               PERFORM SAVE-POSTS
               PERFORM REBUILD-POST-INDEX
      * A newly live post has to be findable too; rebuild the
      * compiled search index the way the admin save path does.
               CALL "SEARCH-INDEX-BUILD" USING WS-INDEXED-WORDS
      * The usage index carries each post's status for
      * /admin/media, so it follows the flip too.
               CALL "MEDIA-USAGE-BUILD" USING WS-USAGE-ROWS
               CALL "PAGE-CACHE-FLUSH" USING WS-FLUSHED-COUNT
               DISPLAY WS-FLIPPED-COUNT " post(s) went live"
               PERFORM PREWARM-PAGE-CACHE
           END-IF
           STOP RUN.

      * A due post goes live only if PUBLISH-CHECK passes it, with
      * its full body reassembled from the continuation chunks so
      * a link past the first 400 characters is checked too.  A
      * held post keeps its SCHEDULED status and publish-at, so it
      * goes out on the first run after it is fixed.
       CHECK-DUE-POST.
           MOVE WP-ID(WS-POST-IDX) TO PC-ID
           MOVE WP-TITLE(WS-POST-IDX) TO PC-TITLE
           MOVE WP-BODY(WS-POST-IDX) TO PC-BODY
           MOVE WP-TAGS(WS-POST-IDX) TO PC-TAGS
           MOVE WP-SLUG(WS-POST-IDX) TO PC-SLUG
           MOVE WP-AUTHOR(WS-POST-IDX) TO PC-AUTHOR
           PERFORM LOAD-DUE-BODY-CHUNKS
           CALL "PUBLISH-CHECK" USING PC-FIELDS PC-RESULT
           IF PC-HOLD
               ADD 1 TO WS-HELD-COUNT
               MOVE WP-ID(WS-POST-IDX) TO PH-ID
               MOVE WS-NOW TO PH-CHECKED
               MOVE PC-REASON TO PH-REASON
               IF HOLDS-OPEN
                   WRITE PUBLISH-HOLD-RECORD
               END-IF
               DISPLAY "Holding post " WP-ID(WS-POST-IDX)
                   ": " FUNCTION TRIM(PC-REASON)
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WP-STATUS(WS-POST-IDX)
           MOVE SPACES TO WP-PUBLISH-AT(WS-POST-IDX)
           ADD 1 TO WS-FLIPPED-COUNT
           IF WS-FLIPPED-COUNT <= 20
               STRING WP-ID(WS-POST-IDX) " "
                   DELIMITED BY SIZE
                   INTO WS-PREWARM-POSTS
                   WITH POINTER WS-PREWARM-PTR
           END-IF
           DISPLAY "Publishing post " WP-ID(WS-POST-IDX)
               ": " FUNCTION TRIM(WP-TITLE(WS-POST-IDX)).

      * Chunks 002-010 of the due post's body, laid in at their
      * fixed offsets the way the admin screen reassembles a body.
       LOAD-DUE-BODY-CHUNKS.
           MOVE 'N' TO WS-EOF-BODIES
           OPEN INPUT BLOG-BODIES-FILE
           IF WS-BODIES-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-BODIES
           END-IF
           PERFORM UNTIL EOF-BODIES
               READ BLOG-BODIES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-BODIES
                   NOT AT END
                       IF BB-ID = PC-ID
                          AND BB-SEQ > 1 AND BB-SEQ < 11
                           COMPUTE WS-CHUNK-OFFSET =
                               (BB-SEQ - 1) * 400 + 1
                           MOVE BB-TEXT
                               TO PC-BODY(WS-CHUNK-OFFSET:400)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BODIES-STATUS NOT = "35"
               CLOSE BLOG-BODIES-FILE
           END-IF.

      * Runs CACHE-PREWARM as its own executable, the way
      * NIGHTLY-BATCH runs its steps, since the handlers it CALLs
      * write their pages to standard output.  The posts are already
      * live by now, so a prewarm that fails only costs the first
      * readers a render; it is reported but changes nothing else.
       PREWARM-PAGE-CACHE.
           DISPLAY "PREWARM_POSTS" UPON ENVIRONMENT-NAME
           DISPLAY WS-PREWARM-POSTS UPON ENVIRONMENT-VALUE
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-PREWARM-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "Cache prewarm did not complete (status "
                   RETURN-CODE ")"
           END-IF
           MOVE 0 TO RETURN-CODE.

       LOAD-POSTS.
           MOVE 0 TO WS-POST-COUNT
           OPEN INPUT BLOG-POSTS-FILE
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
               MOVE WP-TAGS(WS-POST-IDX) TO BP-TAGS
               MOVE WP-AUTHOR(WS-POST-IDX) TO BP-AUTHOR
               MOVE WP-SLUG(WS-POST-IDX) TO BP-SLUG
               MOVE WP-SERIES(WS-POST-IDX) TO BP-SERIES
               MOVE WP-SERIES-PART(WS-POST-IDX) TO BP-SERIES-PART
               MOVE WP-LANG(WS-POST-IDX) TO BP-LANG
               MOVE WP-ORIGINAL-ID(WS-POST-IDX) TO BP-ORIGINAL-ID
               WRITE BLOG-POST-RECORD
           END-PERFORM
           CLOSE BLOG-POSTS-FILE.
                   MOVE WP-TAGS(WS-POST-IDX) TO PI-TAGS
                   MOVE WP-AUTHOR(WS-POST-IDX) TO PI-AUTHOR
                   MOVE WP-SLUG(WS-POST-IDX) TO PI-SLUG
                   MOVE WP-SERIES(WS-POST-IDX) TO PI-SERIES
                   MOVE WP-SERIES-PART(WS-POST-IDX) TO PI-SERIES-PART
                   MOVE WP-LANG(WS-POST-IDX) TO PI-LANG
                   MOVE WP-ORIGINAL-ID(WS-POST-IDX) TO PI-ORIGINAL-ID
                   WRITE PI-RECORD
                       INVALID KEY
                           CONTINUE
