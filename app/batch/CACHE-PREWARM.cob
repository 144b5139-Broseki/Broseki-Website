       IDENTIFICATION DIVISION.
       PROGRAM-ID. CACHE-PREWARM.

      * Refills the page cache after a flush so the first readers of
      * a newly announced post don't all pay the full render cost.
      * The pages most likely to be hit -- the home page, /posts,
      * any post ids named in PREWARM_POSTS (POST-PUBLISH passes the
      * ones it just put live) and the busiest posts POPULAR-POSTS
      * ranks from VIEW-COUNTS-FILE -- are rendered by CALLing the
      * same handlers the routes file flags CACHE, with the capture
      * handshake ROUTER uses: a stamp line written first, the path
      * handed down in PAGE_CACHE_PATH for the handler to append its
      * body to, and the end marker and manifest entry added only
      * when a body actually arrived.  The result is exactly the
      * capture CHECK-PAGE-CACHE would have made on a first visit.
      * A post is captured at its canonical URL (the slug form when
      * it has one, the numeric form only when it does not), since
      * that is the URL every link on the site uses.  The renders
      * are marked as robot traffic (CLIENT_CLASS) so warming a post
      * never bumps its view counter.  The handlers write each page
      * to standard output as they render it, so this program's own
      * progress goes to standard error instead; callers discard
      * standard output.
      *
      *   ./CACHE-PREWARM > /dev/null
      *   PREWARM_POSTS="0012 0013" ./CACHE-PREWARM > /dev/null
      *
      * Exits 0 when every page was attempted, 1 when a handler
      * could not be loaded.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOG-POSTS-FILE ASSIGN TO "data/blog-posts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTS-STATUS.
           SELECT PAGE-CACHE-FILE ASSIGN DYNAMIC WS-CACHE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CACHE-STATUS.
           SELECT CACHE-MANIFEST-FILE ASSIGN TO "page-cache-manifest"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOG-POSTS-FILE.
           COPY "BLOG-POST.cpy".
       FD  PAGE-CACHE-FILE.
       01  PAGE-CACHE-RECORD PIC X(14000).
       FD  CACHE-MANIFEST-FILE.
       01  CACHE-MANIFEST-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "POPULAR-POSTS.cpy".
       01  WS-POSTS-STATUS      PIC XX.
       01  WS-CACHE-STATUS      PIC XX.
       01  WS-MANIFEST-STATUS   PIC XX.
       01  WS-EOF-POSTS         PIC X VALUE 'N'.
           88  EOF-POSTS         VALUE 'Y'.
       01  WS-EOF-CACHE         PIC X VALUE 'N'.
           88  EOF-CACHE         VALUE 'Y'.
       01  WS-EOF-MANIFEST      PIC X VALUE 'N'.
           88  EOF-MANIFEST      VALUE 'Y'.

      * The post ids asked for by name, as PREWARM_POSTS lists them
      * (space-separated); anything past twenty is left for the
      * first reader to capture.
       01  WS-PREWARM-POSTS     PIC X(200).
       01  WS-WANTED-GRP.
           05  WS-WANTED-TOKEN  PIC X(10) OCCURS 20 TIMES.
       01  WS-WANTED-IDX        PIC 99.
       01  WS-WANTED-ID         PIC 9(4).

      * The pages to render, in order: route (the request path the
      * capture is keyed on), the handler behind it, and the :id
      * parameter a post page takes.
       01  WS-PAGE-TABLE-GRP.
           05  WS-PAGE-ENTRY OCCURS 30 TIMES.
               10  WS-PG-ROUTE    PIC X(80).
               10  WS-PG-HANDLER  PIC X(30).
               10  WS-PG-PARAM    PIC X(60).
       01  WS-PAGE-COUNT        PIC 99 VALUE 0.
       01  WS-PAGE-IDX          PIC 99.
       01  WS-SCAN-IDX          PIC 99.
       01  WS-NEW-ROUTE         PIC X(80).
       01  WS-NEW-HANDLER       PIC X(30).
       01  WS-NEW-PARAM         PIC X(60).
       01  WS-ALREADY-LISTED    PIC X VALUE 'N'.
           88  ALREADY-LISTED    VALUE 'Y'.
       01  WS-ID-TEXT           PIC 9(4).

      * The capture in progress, built the way ROUTER's
      * BUILD-CACHE-PATH builds it so CHECK-PAGE-CACHE finds it.
       01  WS-CACHE-PATH        PIC X(100).
       01  WS-CACHE-KEY-WORK    PIC X(80).
       01  WS-CACHE-LINE        PIC X(14000).
       01  WS-CACHE-BODY-LINES  PIC 9(5).
       01  WS-MANIFEST-LINE     PIC X(100).
       01  WS-HANDLER-FAILED    PIC X VALUE 'N'.
           88  HANDLER-FAILED    VALUE 'Y'.

       01  WS-WARMED-COUNT      PIC 9(3) VALUE 0.
       01  WS-EMPTY-COUNT       PIC 9(3) VALUE 0.
       01  WS-FAILED-COUNT      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "/" TO WS-NEW-ROUTE
           MOVE "GET-HOME-HANDLER" TO WS-NEW-HANDLER
           MOVE SPACES TO WS-NEW-PARAM
           PERFORM ADD-PAGE
           MOVE "/posts" TO WS-NEW-ROUTE
           MOVE "LIST-POSTS-HANDLER" TO WS-NEW-HANDLER
           PERFORM ADD-PAGE

           ACCEPT WS-PREWARM-POSTS FROM ENVIRONMENT "PREWARM_POSTS"
           IF FUNCTION TRIM(WS-PREWARM-POSTS) NOT = SPACES
               PERFORM ADD-WANTED-POSTS
           END-IF
           PERFORM ADD-POPULAR-POSTS

      * The handlers read their request the way ROUTER hands it
      * down; nothing left over from whoever started this program
      * may leak into the renders.
           DISPLAY "REQUEST_METHOD" UPON ENVIRONMENT-NAME
           DISPLAY "GET" UPON ENVIRONMENT-VALUE
           DISPLAY "QUERY_STRING" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "CLIENT_CLASS" UPON ENVIRONMENT-NAME
           DISPLAY "BOT" UPON ENVIRONMENT-VALUE

           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               PERFORM WARM-ONE-PAGE
           END-PERFORM

           DISPLAY "PAGE_CACHE_PATH" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "Prewarmed " WS-WARMED-COUNT " page(s), "
               WS-EMPTY-COUNT " with nothing to cache, "
               WS-FAILED-COUNT " failed"
               UPON SYSERR
           IF WS-FAILED-COUNT > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Adds WS-NEW-ROUTE to the page list unless it is already on
      * it (a new post can also be a popular one) or the list is
      * full.
       ADD-PAGE.
           MOVE 'N' TO WS-ALREADY-LISTED
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-PAGE-COUNT
               IF WS-PG-ROUTE(WS-SCAN-IDX) = WS-NEW-ROUTE
                   MOVE 'Y' TO WS-ALREADY-LISTED
               END-IF
           END-PERFORM
           IF NOT ALREADY-LISTED AND WS-PAGE-COUNT < 30
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-NEW-ROUTE TO WS-PG-ROUTE(WS-PAGE-COUNT)
               MOVE WS-NEW-HANDLER TO WS-PG-HANDLER(WS-PAGE-COUNT)
               MOVE WS-NEW-PARAM TO WS-PG-PARAM(WS-PAGE-COUNT)
           END-IF.

      * A post page, at the URL the site links it by: the slug when
      * it has one, the id otherwise.  WS-ID-TEXT and WS-NEW-PARAM
      * (the slug, or spaces) are set by the caller.
       ADD-POST-PAGE.
           IF FUNCTION TRIM(WS-NEW-PARAM) = SPACES
               MOVE WS-ID-TEXT TO WS-NEW-PARAM
           END-IF
           MOVE SPACES TO WS-NEW-ROUTE
           STRING "/post/" FUNCTION TRIM(WS-NEW-PARAM)
               DELIMITED BY SIZE
               INTO WS-NEW-ROUTE
           MOVE "GET-POST-HANDLER" TO WS-NEW-HANDLER
           PERFORM ADD-PAGE.

      * The ids PREWARM_POSTS names, looked up on the master for
      * their slugs; one that is not there or not published yet is
      * skipped, since its page would only be a 404.
       ADD-WANTED-POSTS.
           INITIALIZE WS-WANTED-GRP
           UNSTRING WS-PREWARM-POSTS DELIMITED BY ALL SPACE
               INTO WS-WANTED-TOKEN(1)  WS-WANTED-TOKEN(2)
                    WS-WANTED-TOKEN(3)  WS-WANTED-TOKEN(4)
                    WS-WANTED-TOKEN(5)  WS-WANTED-TOKEN(6)
                    WS-WANTED-TOKEN(7)  WS-WANTED-TOKEN(8)
                    WS-WANTED-TOKEN(9)  WS-WANTED-TOKEN(10)
                    WS-WANTED-TOKEN(11) WS-WANTED-TOKEN(12)
                    WS-WANTED-TOKEN(13) WS-WANTED-TOKEN(14)
                    WS-WANTED-TOKEN(15) WS-WANTED-TOKEN(16)
                    WS-WANTED-TOKEN(17) WS-WANTED-TOKEN(18)
                    WS-WANTED-TOKEN(19) WS-WANTED-TOKEN(20)
           END-UNSTRING
           PERFORM VARYING WS-WANTED-IDX FROM 1 BY 1
               UNTIL WS-WANTED-IDX > 20
               IF FUNCTION TRIM(WS-WANTED-TOKEN(WS-WANTED-IDX))
                  IS NUMERIC
                   MOVE FUNCTION NUMVAL(
                       WS-WANTED-TOKEN(WS-WANTED-IDX))
                       TO WS-WANTED-ID
                   PERFORM FIND-WANTED-POST
               END-IF
           END-PERFORM.

       FIND-WANTED-POST.
           MOVE 'N' TO WS-EOF-POSTS
           OPEN INPUT BLOG-POSTS-FILE
           IF WS-POSTS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-POSTS
           END-IF
           PERFORM UNTIL EOF-POSTS
               READ BLOG-POSTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-POSTS
                   NOT AT END
                       IF BP-ID = WS-WANTED-ID
                           MOVE 'Y' TO WS-EOF-POSTS
                           IF BP-PUBLISHED
                               MOVE BP-ID TO WS-ID-TEXT
                               MOVE BP-SLUG TO WS-NEW-PARAM
                               PERFORM ADD-POST-PAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTS-STATUS NOT = "35"
               CLOSE BLOG-POSTS-FILE
           END-IF.

      * The busiest published posts, the same five the Popular
      * posts block links to.
       ADD-POPULAR-POSTS.
           CALL "POPULAR-POSTS" USING PP-ENTRIES-GRP PP-ENTRY-COUNT
           PERFORM VARYING WS-WANTED-IDX FROM 1 BY 1
               UNTIL WS-WANTED-IDX > PP-ENTRY-COUNT
               MOVE PP-ID(WS-WANTED-IDX) TO WS-ID-TEXT
               MOVE PP-SLUG(WS-WANTED-IDX) TO WS-NEW-PARAM
               PERFORM ADD-POST-PAGE
           END-PERFORM.

      * One page: stamp a fresh capture file, hand its path down,
      * CALL the handler, then seal the capture (or throw it away)
      * the way ROUTER's FINISH-CACHE-CAPTURE does.  The handler is
      * CANCELed afterwards so the next page starts it clean.
       WARM-ONE-PAGE.
           MOVE SPACES TO WS-CACHE-KEY-WORK
           MOVE FUNCTION TRIM(WS-PG-ROUTE(WS-PAGE-IDX))
               TO WS-CACHE-KEY-WORK
           INSPECT WS-CACHE-KEY-WORK REPLACING ALL "/" BY "-"
           MOVE SPACES TO WS-CACHE-PATH
           STRING "page-cache" FUNCTION TRIM(WS-CACHE-KEY-WORK)
               DELIMITED BY SIZE
               INTO WS-CACHE-PATH

           OPEN OUTPUT PAGE-CACHE-FILE
           IF WS-CACHE-STATUS NOT = "00"
               DISPLAY "Cannot write " FUNCTION TRIM(WS-CACHE-PATH)
                   UPON SYSERR
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CACHE-LINE
           WRITE PAGE-CACHE-RECORD FROM WS-CACHE-LINE
           CLOSE PAGE-CACHE-FILE

           DISPLAY "PAGE_CACHE_PATH" UPON ENVIRONMENT-NAME
           DISPLAY WS-CACHE-PATH UPON ENVIRONMENT-VALUE
           DISPLAY "PATH_INFO" UPON ENVIRONMENT-NAME
           DISPLAY WS-PG-ROUTE(WS-PAGE-IDX) UPON ENVIRONMENT-VALUE
           DISPLAY "ROUTE_PARAM_ID" UPON ENVIRONMENT-NAME
           IF WS-PG-PARAM(WS-PAGE-IDX) = SPACES
               DISPLAY " " UPON ENVIRONMENT-VALUE
           ELSE
               DISPLAY WS-PG-PARAM(WS-PAGE-IDX)
                   UPON ENVIRONMENT-VALUE
           END-IF

           MOVE 'N' TO WS-HANDLER-FAILED
           CALL WS-PG-HANDLER(WS-PAGE-IDX)
               ON EXCEPTION
                   MOVE 'Y' TO WS-HANDLER-FAILED
           END-CALL
           CANCEL WS-PG-HANDLER(WS-PAGE-IDX)

           IF HANDLER-FAILED
               DISPLAY "Cannot load "
                   FUNCTION TRIM(WS-PG-HANDLER(WS-PAGE-IDX))
                   UPON SYSERR
               ADD 1 TO WS-FAILED-COUNT
               CALL "CBL_DELETE_FILE" USING WS-CACHE-PATH
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SEAL-CAPTURE.

      * A capture holding nothing after its stamp (the handler
      * answered with a redirect or a 404) is deleted rather than
      * sealed, exactly as ROUTER treats it.
       SEAL-CAPTURE.
           MOVE 0 TO WS-CACHE-BODY-LINES
           MOVE 'N' TO WS-EOF-CACHE
           OPEN INPUT PAGE-CACHE-FILE
           IF WS-CACHE-STATUS NOT = "00"
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-CACHE
               READ PAGE-CACHE-FILE INTO WS-CACHE-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-CACHE
                   NOT AT END
                       ADD 1 TO WS-CACHE-BODY-LINES
               END-READ
           END-PERFORM
           CLOSE PAGE-CACHE-FILE
           IF WS-CACHE-BODY-LINES < 2
               CALL "CBL_DELETE_FILE" USING WS-CACHE-PATH
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-EMPTY-COUNT
               DISPLAY "  " FUNCTION TRIM(WS-PG-ROUTE(WS-PAGE-IDX))
                   ": nothing to cache" UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PAGE-CACHE-FILE
           IF WS-CACHE-STATUS NOT = "00"
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "##END-OF-PAGE##" TO WS-CACHE-LINE
           WRITE PAGE-CACHE-RECORD FROM WS-CACHE-LINE
           CLOSE PAGE-CACHE-FILE
           PERFORM NOTE-CACHE-IN-MANIFEST
           ADD 1 TO WS-WARMED-COUNT
           DISPLAY "  " FUNCTION TRIM(WS-PG-ROUTE(WS-PAGE-IDX))
               " -> " FUNCTION TRIM(WS-CACHE-PATH) UPON SYSERR.

      * The manifest PAGE-CACHE-FLUSH empties from; a path already
      * on it (this page was captured before and not flushed since)
      * is not listed twice.
       NOTE-CACHE-IN-MANIFEST.
           MOVE 'N' TO WS-ALREADY-LISTED
           MOVE 'N' TO WS-EOF-MANIFEST
           OPEN INPUT CACHE-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-MANIFEST
           END-IF
           PERFORM UNTIL EOF-MANIFEST
               READ CACHE-MANIFEST-FILE INTO WS-MANIFEST-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-MANIFEST
                   NOT AT END
                       IF WS-MANIFEST-LINE = WS-CACHE-PATH
                           MOVE 'Y' TO WS-ALREADY-LISTED
                           MOVE 'Y' TO WS-EOF-MANIFEST
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MANIFEST-STATUS NOT = "35"
               CLOSE CACHE-MANIFEST-FILE
           END-IF
           IF ALREADY-LISTED
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CACHE-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT CACHE-MANIFEST-FILE
           END-IF
           WRITE CACHE-MANIFEST-RECORD FROM WS-CACHE-PATH
           CLOSE CACHE-MANIFEST-FILE.

       END PROGRAM CACHE-PREWARM.
