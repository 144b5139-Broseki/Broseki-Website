       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBLISH-CHECK.

      * The checks a post has to pass before it goes live, CALLed
      * by ADMIN-POSTS-HANDLER and API-POST-WRITE-HANDLER when a
      * save sets a post PUBLISHED or SCHEDULED, and by POST-PUBLISH
      * before it flips a scheduled post (the same shared-subprogram
      * shape SPAM-SCORER has), so every way onto the site agrees on
      * what a finished post looks like:
      *   a title, and one that fits BP-TITLE's 60 characters
      *   a body
      *   at least one tag
      *   a slug, owned by no other post
      *   an author with an account in data/users
      *   no broken internal link in the body, by LINK-CHECK's
      *     rules: /post/ links against the published posts (by id
      *     or slug), /tag/ links against the tags published posts
      *     carry, everything else against the routes file
      *   no /static/ reference to an upload missing from public/
      * The post's own id, slug and tags count as link targets, so
      * a post may link to itself or its own tags before it is
      * live.  The first problem found is handed back as the
      * reason; the caller decides how to show it.
      * ex: CALL "PUBLISH-CHECK" USING PC-FIELDS PC-RESULT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOG-POSTS-FILE ASSIGN TO "data/blog-posts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTS-STATUS.
           SELECT USERS-FILE ASSIGN TO "data/users"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.
           SELECT ROUTES-FILE ASSIGN DYNAMIC WS-ROUTES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOG-POSTS-FILE.
           COPY "BLOG-POST.cpy".
       FD  USERS-FILE.
           COPY "USER-REC.cpy".
       FD  ROUTES-FILE.
       01  ROUTES-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ROUTE-PARTS.cpy".
       01  WS-POSTS-STATUS   PIC XX.
       01  WS-USERS-STATUS   PIC XX.
       01  WS-ROUTES-STATUS  PIC XX.
       01  WS-EOF-POSTS      PIC X.
           88  EOF-POSTS      VALUE 'Y'.
       01  WS-EOF-USERS      PIC X.
           88  EOF-USERS      VALUE 'Y'.
       01  WS-EOF-ROUTES     PIC X.
           88  EOF-ROUTES     VALUE 'Y'.
       01  WS-APP-ENV        PIC X(20).
       01  WS-ROUTES-PATH    PIC X(100).
       01  WS-ROUTE-LINE     PIC X(100).

      * Every other post's id, slug and tags, for the slug check
      * and the /post/ and /tag/ link targets; only published posts
      * count as link targets.
       01  WS-POST-TABLE-GRP.
           05  WS-POST-ENTRY OCCURS 200 TIMES.
               10  WP-ID     PIC 9(4).
               10  WP-SLUG   PIC X(60).
               10  WP-TAGS   PIC X(60).
               10  WP-LIVE   PIC X(01).
       01  WS-POST-COUNT     PIC 9(3).
       01  WS-PROBE-IDX      PIC 9(3).
       01  WS-TARGET-ID      PIC 9(4).

      * The literal and :param route paths a non-content link has
      * to match one of, loaded on the first link that needs them.
       01  WS-ROUTE-TABLE-GRP.
           05  WS-ROUTE-PATH-T PIC X(50) OCCURS 60 TIMES.
       01  WS-ROUTE-COUNT    PIC 99.
       01  WS-ROUTE-IDX      PIC 99.
       01  WS-ROUTES-LOADED  PIC X.
           88  ROUTES-LOADED  VALUE 'Y'.

       01  WS-AUTHOR-FOUND   PIC X.
           88  AUTHOR-FOUND   VALUE 'Y'.
       01  WS-TAG-SEEN       PIC X.
           88  TAG-SEEN       VALUE 'Y'.

      * Link extraction scratch, LINK-CHECK's: the quoted value
      * after each href= or src= in the body.
       01  WS-SCAN-POS       PIC 9(5).
       01  WS-ATTR-LEN       PIC 9.
       01  WS-QUOTE-CHAR     PIC X.
       01  WS-LINK-TEXT      PIC X(100).
       01  WS-LINK-LEN       PIC 9(3).
       01  WS-LINK-OK        PIC X.
           88  LINK-OK        VALUE 'Y'.
       01  WS-LINK-TAIL      PIC X(100).
       01  WS-TAIL-LEN       PIC 9(3).

      * Pattern matching scratch, the segment-by-segment comparison
      * ROUTER's PATH-MATCHES-CHECK runs.
       01  WS-SPLIT-INPUT    PIC X(100).
       01  WS-SEG-START      PIC 999.
       01  WS-SEG-SCAN-POS   PIC 999.
       01  WS-SPLIT-COUNT    PIC 99.
       01  WS-SPLIT-TABLE-GRP.
           05  WS-SPLIT-TABLE PIC X(60) OCCURS 10 TIMES.
       01  WS-PATTERN-SEGS-GRP.
           05  WS-PATTERN-SEG PIC X(60) OCCURS 10 TIMES.
       01  WS-PATTERN-SEG-COUNT PIC 99.
       01  WS-ACTUAL-SEGS-GRP.
           05  WS-ACTUAL-SEG  PIC X(60) OCCURS 10 TIMES.
       01  WS-ACTUAL-SEG-COUNT  PIC 99.
       01  WS-SEG-IDX        PIC 99.
       01  WS-SEGS-MATCH     PIC X.
           88  SEGS-MATCH     VALUE 'Y'.

       01  WS-PROBE-PATH     PIC X(160).
       01  WS-FILE-INFO      PIC X(16).

       01  WS-TAG-TABLE-GRP.
           05  WS-TAG-NAME PIC X(20) OCCURS 6 TIMES.
       01  WS-TAG-IDX        PIC 9.
       01  WS-WANTED-TAG     PIC X(60).
       01  WS-TAG-LIST       PIC X(60).

       LINKAGE SECTION.
           COPY "PUBLISH-CHECK.cpy".

       PROCEDURE DIVISION USING PC-FIELDS PC-RESULT.
           MOVE "P" TO PC-VERDICT
           MOVE SPACES TO PC-REASON
           MOVE 'N' TO WS-ROUTES-LOADED

           EVALUATE TRUE
               WHEN FUNCTION TRIM(PC-TITLE) = SPACES
                   MOVE "a title is required" TO PC-REASON
               WHEN PC-TITLE(61:60) NOT = SPACES
                   MOVE "the title is over 60 characters"
                       TO PC-REASON
               WHEN FUNCTION TRIM(PC-BODY) = SPACES
                   MOVE "a body is required" TO PC-REASON
               WHEN FUNCTION TRIM(PC-SLUG) = SPACES
                   MOVE "a slug is required" TO PC-REASON
               WHEN FUNCTION TRIM(PC-AUTHOR) = SPACES
                   MOVE "the post has no author" TO PC-REASON
           END-EVALUATE
           IF PC-REASON = SPACES
               PERFORM CHECK-TAGS-PRESENT
           END-IF
           IF PC-REASON = SPACES
               PERFORM LOAD-POSTS
               PERFORM CHECK-SLUG-UNIQUE
           END-IF
           IF PC-REASON = SPACES
               PERFORM CHECK-AUTHOR-ACCOUNT
           END-IF
           IF PC-REASON = SPACES
               PERFORM SCAN-BODY-LINKS
           END-IF
           IF PC-REASON NOT = SPACES
               MOVE "H" TO PC-VERDICT
           END-IF
           GOBACK.

      * Tags are comma-separated; a value that is nothing but
      * commas and blanks has no tag in it.
       CHECK-TAGS-PRESENT.
           MOVE 'N' TO WS-TAG-SEEN
           INITIALIZE WS-TAG-TABLE-GRP
           UNSTRING PC-TAGS DELIMITED BY ","
               INTO WS-TAG-NAME(1) WS-TAG-NAME(2) WS-TAG-NAME(3)
                    WS-TAG-NAME(4) WS-TAG-NAME(5) WS-TAG-NAME(6)
           END-UNSTRING
           PERFORM VARYING WS-TAG-IDX FROM 1 BY 1
               UNTIL WS-TAG-IDX > 6
               IF FUNCTION TRIM(WS-TAG-NAME(WS-TAG-IDX)) NOT = SPACES
                   MOVE 'Y' TO WS-TAG-SEEN
               END-IF
           END-PERFORM
           IF NOT TAG-SEEN
               MOVE "at least one tag is required" TO PC-REASON
           END-IF.

      * The master as it stands on disk, less the post being
      * checked (whose saved copy may be older than what is being
      * checked).
       LOAD-POSTS.
           MOVE 0 TO WS-POST-COUNT
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
                       IF WS-POST-COUNT < 200
                          AND (BP-ID NOT = PC-ID OR PC-ID = 0)
                           ADD 1 TO WS-POST-COUNT
                           MOVE BP-ID TO WP-ID(WS-POST-COUNT)
                           MOVE BP-SLUG TO WP-SLUG(WS-POST-COUNT)
                           MOVE BP-TAGS TO WP-TAGS(WS-POST-COUNT)
                           IF BP-PUBLISHED
                               MOVE 'Y' TO WP-LIVE(WS-POST-COUNT)
                           ELSE
                               MOVE 'N' TO WP-LIVE(WS-POST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTS-STATUS NOT = "35"
               CLOSE BLOG-POSTS-FILE
           END-IF.

       CHECK-SLUG-UNIQUE.
           PERFORM VARYING WS-PROBE-IDX FROM 1 BY 1
               UNTIL WS-PROBE-IDX > WS-POST-COUNT
               IF WP-SLUG(WS-PROBE-IDX) = PC-SLUG
                   MOVE SPACES TO PC-REASON
                   STRING "post " WP-ID(WS-PROBE-IDX)
                          " already uses that slug"
                       DELIMITED BY SIZE
                       INTO PC-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The byline has to name an account that still exists -- a
      * post by a since-removed account would credit nobody.
       CHECK-AUTHOR-ACCOUNT.
           MOVE 'N' TO WS-AUTHOR-FOUND
           MOVE 'N' TO WS-EOF-USERS
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-USERS
           END-IF
           PERFORM UNTIL EOF-USERS OR AUTHOR-FOUND
               READ USERS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-USERS
                   NOT AT END
                       IF UR-USERNAME = PC-AUTHOR
                           MOVE 'Y' TO WS-AUTHOR-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-USERS-STATUS NOT = "35"
               CLOSE USERS-FILE
           END-IF
           IF NOT AUTHOR-FOUND
               MOVE SPACES TO PC-REASON
               STRING "the author " FUNCTION TRIM(PC-AUTHOR)
                      " has no account"
                   DELIMITED BY SIZE
                   INTO PC-REASON
           END-IF.

      * LINK-CHECK's scan: every href= and src= value starting "/"
      * gets checked, and the first broken one is the reason.
       SCAN-BODY-LINKS.
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > 3994
               OR PC-REASON NOT = SPACES
               MOVE 0 TO WS-ATTR-LEN
               IF PC-BODY(WS-SCAN-POS:5) = "href="
                   MOVE 5 TO WS-ATTR-LEN
               ELSE
                   IF PC-BODY(WS-SCAN-POS:4) = "src="
                       MOVE 4 TO WS-ATTR-LEN
                   END-IF
               END-IF
               IF WS-ATTR-LEN > 0
                   PERFORM EXTRACT-ONE-LINK
               ELSE
                   ADD 1 TO WS-SCAN-POS
               END-IF
           END-PERFORM.

       EXTRACT-ONE-LINK.
           COMPUTE WS-SCAN-POS = WS-SCAN-POS + WS-ATTR-LEN
           MOVE PC-BODY(WS-SCAN-POS:1) TO WS-QUOTE-CHAR
           IF WS-QUOTE-CHAR NOT = "'" AND WS-QUOTE-CHAR NOT = '"'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCAN-POS
           MOVE SPACES TO WS-LINK-TEXT
           MOVE 0 TO WS-LINK-LEN
           PERFORM UNTIL WS-SCAN-POS > 4000
               OR PC-BODY(WS-SCAN-POS:1) = WS-QUOTE-CHAR
               IF WS-LINK-LEN < 100
                   ADD 1 TO WS-LINK-LEN
                   MOVE PC-BODY(WS-SCAN-POS:1)
                       TO WS-LINK-TEXT(WS-LINK-LEN:1)
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-LINK-LEN > 0 AND WS-LINK-TEXT(1:1) = "/"
               PERFORM CHECK-ONE-LINK
           END-IF.

       CHECK-ONE-LINK.
           MOVE 'N' TO WS-LINK-OK
           EVALUATE TRUE
               WHEN WS-LINK-TEXT(1:6) = "/post/"
                   MOVE WS-LINK-TEXT(7:) TO WS-LINK-TAIL
                   PERFORM CHECK-POST-LINK
               WHEN WS-LINK-TEXT(1:8) = "/static/"
                   MOVE WS-LINK-TEXT(9:) TO WS-LINK-TAIL
                   PERFORM CHECK-STATIC-LINK
               WHEN WS-LINK-TEXT(1:5) = "/tag/"
                   MOVE WS-LINK-TEXT(6:) TO WS-LINK-TAIL
                   PERFORM CHECK-TAG-LINK
               WHEN OTHER
                   PERFORM CHECK-ROUTE-LINK
           END-EVALUATE
           IF NOT LINK-OK
               MOVE SPACES TO PC-REASON
               IF WS-LINK-TEXT(1:8) = "/static/"
                   STRING "the body uses a missing upload "
                          WS-LINK-TEXT(1:WS-LINK-LEN)
                       DELIMITED BY SIZE
                       INTO PC-REASON
               ELSE
                   STRING "the body has a broken link "
                          WS-LINK-TEXT(1:WS-LINK-LEN)
                       DELIMITED BY SIZE
                       INTO PC-REASON
               END-IF
           END-IF.

      * By id or by slug, as LINK-CHECK does, with the form
      * action's "/comment" tail stripped first.
       CHECK-POST-LINK.
           IF FUNCTION TRIM(WS-LINK-TAIL) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINK-TAIL))
               TO WS-TAIL-LEN
           IF WS-TAIL-LEN > 8
              AND WS-LINK-TAIL(WS-TAIL-LEN - 7:8) = "/comment"
               MOVE SPACES TO WS-LINK-TAIL(WS-TAIL-LEN - 7:)
           END-IF
           IF FUNCTION TRIM(WS-LINK-TAIL) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-LINK-TAIL) TO WS-TARGET-ID
               IF WS-TARGET-ID = PC-ID AND PC-ID > 0
                   MOVE 'Y' TO WS-LINK-OK
               END-IF
               PERFORM VARYING WS-PROBE-IDX FROM 1 BY 1
                   UNTIL WS-PROBE-IDX > WS-POST-COUNT
                   OR LINK-OK
                   IF WP-ID(WS-PROBE-IDX) = WS-TARGET-ID
                      AND WP-LIVE(WS-PROBE-IDX) = 'Y'
                       MOVE 'Y' TO WS-LINK-OK
                   END-IF
               END-PERFORM
           ELSE
               IF FUNCTION TRIM(WS-LINK-TAIL)
                  = FUNCTION TRIM(PC-SLUG)
                   MOVE 'Y' TO WS-LINK-OK
               END-IF
               PERFORM VARYING WS-PROBE-IDX FROM 1 BY 1
                   UNTIL WS-PROBE-IDX > WS-POST-COUNT
                   OR LINK-OK
                   IF FUNCTION TRIM(WP-SLUG(WS-PROBE-IDX))
                      = FUNCTION TRIM(WS-LINK-TAIL)
                      AND WP-SLUG(WS-PROBE-IDX) NOT = SPACES
                      AND WP-LIVE(WS-PROBE-IDX) = 'Y'
                       MOVE 'Y' TO WS-LINK-OK
                   END-IF
               END-PERFORM
           END-IF.

      * An upload is there when the file is under public/ right
      * now, the test LINK-CHECK applies.
       CHECK-STATIC-LINK.
           IF FUNCTION TRIM(WS-LINK-TAIL) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROBE-PATH
           STRING "public/" FUNCTION TRIM(WS-LINK-TAIL)
               DELIMITED BY SIZE
               INTO WS-PROBE-PATH
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PROBE-PATH
                                              WS-FILE-INFO
           IF RETURN-CODE = 0
               MOVE 'Y' TO WS-LINK-OK
           END-IF
           MOVE 0 TO RETURN-CODE.

      * A /tag/ link is good when this post or a published one
      * carries the tag, compared upper-cased.
       CHECK-TAG-LINK.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINK-TAIL))
               TO WS-WANTED-TAG
           IF WS-WANTED-TAG = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PC-TAGS TO WS-TAG-LIST
           PERFORM MATCH-TAG-LIST
           PERFORM VARYING WS-PROBE-IDX FROM 1 BY 1
               UNTIL WS-PROBE-IDX > WS-POST-COUNT
               OR LINK-OK
               IF WP-LIVE(WS-PROBE-IDX) = 'Y'
                   MOVE WP-TAGS(WS-PROBE-IDX) TO WS-TAG-LIST
                   PERFORM MATCH-TAG-LIST
               END-IF
           END-PERFORM.

       MATCH-TAG-LIST.
           IF FUNCTION TRIM(WS-TAG-LIST) = SPACES
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-TAG-TABLE-GRP
           UNSTRING FUNCTION UPPER-CASE(WS-TAG-LIST)
               DELIMITED BY ","
               INTO WS-TAG-NAME(1) WS-TAG-NAME(2) WS-TAG-NAME(3)
                    WS-TAG-NAME(4) WS-TAG-NAME(5) WS-TAG-NAME(6)
           END-UNSTRING
           PERFORM VARYING WS-TAG-IDX FROM 1 BY 1
               UNTIL WS-TAG-IDX > 6
               IF FUNCTION TRIM(WS-TAG-NAME(WS-TAG-IDX))
                  = FUNCTION TRIM(WS-WANTED-TAG)
                   MOVE 'Y' TO WS-LINK-OK
               END-IF
           END-PERFORM.

      * Everything else has to match a route path the way ROUTER
      * matches it.
       CHECK-ROUTE-LINK.
           IF NOT ROUTES-LOADED
               PERFORM LOAD-ROUTE-PATHS
           END-IF
           MOVE SPACES TO WS-SPLIT-INPUT
           MOVE WS-LINK-TEXT TO WS-SPLIT-INPUT
           PERFORM SPLIT-PATH-SEGMENTS
           MOVE WS-SPLIT-COUNT TO WS-ACTUAL-SEG-COUNT
           MOVE WS-SPLIT-TABLE-GRP TO WS-ACTUAL-SEGS-GRP
           IF WS-ACTUAL-SEG-COUNT = 0
               MOVE 'Y' TO WS-LINK-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
               UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
               OR LINK-OK
               MOVE SPACES TO WS-SPLIT-INPUT
               MOVE WS-ROUTE-PATH-T(WS-ROUTE-IDX)
                   TO WS-SPLIT-INPUT
               PERFORM SPLIT-PATH-SEGMENTS
               MOVE WS-SPLIT-COUNT TO WS-PATTERN-SEG-COUNT
               MOVE WS-SPLIT-TABLE-GRP TO WS-PATTERN-SEGS-GRP
               PERFORM MATCH-PATTERN-SEGMENTS
               IF SEGS-MATCH
                   MOVE 'Y' TO WS-LINK-OK
               END-IF
           END-PERFORM.

      * The same routes selection ROUTER makes at request time.
       LOAD-ROUTE-PATHS.
           MOVE 'Y' TO WS-ROUTES-LOADED
           MOVE 0 TO WS-ROUTE-COUNT
           MOVE 'N' TO WS-EOF-ROUTES
           ACCEPT WS-APP-ENV FROM ENVIRONMENT "APP_ENV"
           EVALUATE FUNCTION TRIM(WS-APP-ENV)
               WHEN "dev"
                   MOVE "routes.dev" TO WS-ROUTES-PATH
               WHEN "prod"
                   MOVE "routes.prod" TO WS-ROUTES-PATH
               WHEN OTHER
                   MOVE "routes" TO WS-ROUTES-PATH
           END-EVALUATE
           OPEN INPUT ROUTES-FILE
           IF WS-ROUTES-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-ROUTES
           END-IF
           PERFORM UNTIL EOF-ROUTES
               READ ROUTES-FILE INTO WS-ROUTE-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-ROUTES
                   NOT AT END
                       PERFORM CONSIDER-ROUTE-LINE
               END-READ
           END-PERFORM
           IF WS-ROUTES-STATUS NOT = "35"
               CLOSE ROUTES-FILE
           END-IF.

       CONSIDER-ROUTE-LINE.
           IF FUNCTION TRIM(WS-ROUTE-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "ROUTE-LINE-PARSER" USING WS-ROUTE-LINE
                                           RP-ROUTE-PARTS
                                           RP-LINE-VALID
           IF RP-VALID
              AND RP-METHOD NOT = "404"
              AND WS-ROUTE-COUNT < 60
               ADD 1 TO WS-ROUTE-COUNT
               MOVE RP-PATH TO WS-ROUTE-PATH-T(WS-ROUTE-COUNT)
           END-IF.

       MATCH-PATTERN-SEGMENTS.
           MOVE 'N' TO WS-SEGS-MATCH
           IF WS-PATTERN-SEG-COUNT > 0
              AND WS-PATTERN-SEG(WS-PATTERN-SEG-COUNT) = "*"
               IF WS-ACTUAL-SEG-COUNT + 1 >= WS-PATTERN-SEG-COUNT
                   MOVE 'Y' TO WS-SEGS-MATCH
                   PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                       UNTIL WS-SEG-IDX > WS-PATTERN-SEG-COUNT - 1
                       IF WS-PATTERN-SEG(WS-SEG-IDX)(1:1) NOT = ":"
                          AND WS-PATTERN-SEG(WS-SEG-IDX)
                              NOT = WS-ACTUAL-SEG(WS-SEG-IDX)
                           MOVE 'N' TO WS-SEGS-MATCH
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               IF WS-PATTERN-SEG-COUNT = WS-ACTUAL-SEG-COUNT
                   MOVE 'Y' TO WS-SEGS-MATCH
                   PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                       UNTIL WS-SEG-IDX > WS-PATTERN-SEG-COUNT
                       IF WS-PATTERN-SEG(WS-SEG-IDX)(1:1) NOT = ":"
                          AND WS-PATTERN-SEG(WS-SEG-IDX)
                              NOT = WS-ACTUAL-SEG(WS-SEG-IDX)
                           MOVE 'N' TO WS-SEGS-MATCH
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       SPLIT-PATH-SEGMENTS.
           INITIALIZE WS-SPLIT-TABLE-GRP
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 1 TO WS-SEG-START
           PERFORM VARYING WS-SEG-SCAN-POS FROM 1 BY 1
               UNTIL WS-SEG-SCAN-POS > 100
               IF WS-SPLIT-INPUT(WS-SEG-SCAN-POS:1) = "/"
                  OR WS-SPLIT-INPUT(WS-SEG-SCAN-POS:1) = SPACE
                   IF WS-SEG-SCAN-POS > WS-SEG-START
                      AND WS-SPLIT-COUNT < 10
                       ADD 1 TO WS-SPLIT-COUNT
                       MOVE WS-SPLIT-INPUT(WS-SEG-START:
                                WS-SEG-SCAN-POS - WS-SEG-START)
                           TO WS-SPLIT-TABLE(WS-SPLIT-COUNT)
                   END-IF
                   COMPUTE WS-SEG-START = WS-SEG-SCAN-POS + 1
               END-IF
           END-PERFORM.

       END PROGRAM PUBLISH-CHECK.
