       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIA-USAGE-BUILD.

      * Rebuilds MEDIA-USAGE-FILE (see MEDIA-USAGE.cpy) from the
      * posts master and its body chunks: every post's full body,
      * whatever its status, is scanned the way LINK-CHECK scans
      * one -- href= and src= values -- and each "/static/" value
      * becomes a row naming the upload and the post using it.  A
      * CALLable subprogram for the same reason SEARCH-INDEX-BUILD
      * is one: the admin save path, the write API, CONTENT-IMPORT
      * and POST-PUBLISH rebuild it the moment content changes, so
      * /admin/media can say which posts use a file before it is
      * deleted, and app/batch/MEDIA-REPORT.cob rebuilds it first
      * for its nightly orphan listing.  Each post is scanned as
      * it is read, its body reassembled the way GET-POST-HANDLER
      * does it, so there is no post table to outgrow: the delete
      * guard on /admin/media depends on no embedding being missed.
      * ex: CALL "MEDIA-USAGE-BUILD" USING WS-USAGE-ROWS

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOG-POSTS-FILE ASSIGN TO "data/blog-posts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTS-STATUS.
           SELECT BLOG-BODIES-FILE ASSIGN TO "data/blog-bodies"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BODIES-STATUS.
           SELECT MEDIA-USAGE-FILE ASSIGN TO "data/media-usage"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOG-POSTS-FILE.
           COPY "BLOG-POST.cpy".
       FD  BLOG-BODIES-FILE.
           COPY "BLOG-BODY.cpy".
       FD  MEDIA-USAGE-FILE.
           COPY "MEDIA-USAGE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POSTS-STATUS     PIC XX.
       01  WS-BODIES-STATUS    PIC XX.
       01  WS-USAGE-STATUS     PIC XX.
       01  WS-EOF-POSTS        PIC X.
           88  EOF-POSTS        VALUE 'Y'.
       01  WS-EOF-BODIES       PIC X.
           88  EOF-BODIES       VALUE 'Y'.

      * The current post's full body, laid out from its chunks at
      * the fixed offsets GET-POST-HANDLER reassembles it with.
       01  WS-FULL-BODY        PIC X(4000).
       01  WS-CHUNK-OFFSET     PIC 9(5).

      * The uploads already written for the post being scanned, so
      * a file embedded twice in one body is still one row.
       01  WS-SEEN-GRP.
           05  WS-SEEN-NAME OCCURS 40 TIMES PIC X(60).
       01  WS-SEEN-COUNT       PIC 9(3).
       01  WS-SEEN-IDX         PIC 9(3).
       01  WS-SEEN-FOUND       PIC X.
           88  SEEN-FOUND       VALUE 'Y'.

      * Link scanner scratch, as in LINK-CHECK and PUBLISH-CHECK.
       01  WS-SCAN-POS         PIC 9(5).
       01  WS-ATTR-LEN         PIC 9.
       01  WS-QUOTE-CHAR       PIC X.
       01  WS-LINK-TEXT        PIC X(100).
       01  WS-LINK-LEN         PIC 9(3).
       01  WS-FILE-NAME        PIC X(60).
       01  WS-ROW-COUNT        PIC 9(5).

       LINKAGE SECTION.
       01  LK-USAGE-ROWS       PIC 9(5).

       PROCEDURE DIVISION USING LK-USAGE-ROWS.
           MOVE 0 TO LK-USAGE-ROWS
           MOVE 0 TO WS-ROW-COUNT
           OPEN OUTPUT MEDIA-USAGE-FILE
           IF WS-USAGE-STATUS NOT = "00"
               GOBACK
           END-IF
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
                       PERFORM ASSEMBLE-FULL-BODY
                       PERFORM SCAN-ONE-POST
               END-READ
           END-PERFORM
           IF WS-POSTS-STATUS NOT = "35"
               CLOSE BLOG-POSTS-FILE
           END-IF
           CLOSE MEDIA-USAGE-FILE
           MOVE WS-ROW-COUNT TO LK-USAGE-ROWS
           GOBACK.

      * GET-POST-HANDLER's reassembly: the master record's own
      * 400-byte BP-BODY, then any continuation chunks for this id
      * laid into their fixed offsets.
       ASSEMBLE-FULL-BODY.
           MOVE SPACES TO WS-FULL-BODY
           MOVE BP-BODY TO WS-FULL-BODY(1:400)
           MOVE 'N' TO WS-EOF-BODIES
           OPEN INPUT BLOG-BODIES-FILE
           IF WS-BODIES-STATUS = "00"
               PERFORM UNTIL EOF-BODIES
                   READ BLOG-BODIES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-BODIES
                       NOT AT END
                           IF BB-ID = BP-ID
                              AND BB-SEQ > 1 AND BB-SEQ < 11
                               COMPUTE WS-CHUNK-OFFSET =
                                   (BB-SEQ - 1) * 400 + 1
                               MOVE BB-TEXT TO
                                   WS-FULL-BODY(WS-CHUNK-OFFSET:400)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOG-BODIES-FILE
           END-IF.

      * LINK-CHECK's scan over one post: every href= and src= value
      * is lifted out, and the "/static/" ones recorded.
       SCAN-ONE-POST.
           MOVE 0 TO WS-SEEN-COUNT
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > 3994
               MOVE 0 TO WS-ATTR-LEN
               IF WS-FULL-BODY(WS-SCAN-POS:5) = "href="
                   MOVE 5 TO WS-ATTR-LEN
               ELSE
                   IF WS-FULL-BODY(WS-SCAN-POS:4) = "src="
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
           MOVE WS-FULL-BODY(WS-SCAN-POS:1) TO WS-QUOTE-CHAR
           IF WS-QUOTE-CHAR NOT = "'" AND WS-QUOTE-CHAR NOT = '"'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCAN-POS
           MOVE SPACES TO WS-LINK-TEXT
           MOVE 0 TO WS-LINK-LEN
           PERFORM UNTIL WS-SCAN-POS > 4000
               OR WS-FULL-BODY(WS-SCAN-POS:1) = WS-QUOTE-CHAR
               IF WS-LINK-LEN < 100
                   ADD 1 TO WS-LINK-LEN
                   MOVE WS-FULL-BODY(WS-SCAN-POS:1)
                       TO WS-LINK-TEXT(WS-LINK-LEN:1)
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-LINK-LEN > 8 AND WS-LINK-TEXT(1:8) = "/static/"
               PERFORM RECORD-UPLOAD-USE
           END-IF.

      * The file name is what follows "/static/", up to any query
      * string or fragment -- the name UPLOAD-HANDLER stored and
      * the manifest lists.
       RECORD-UPLOAD-USE.
           MOVE SPACES TO WS-FILE-NAME
           UNSTRING WS-LINK-TEXT(9:) DELIMITED BY "?" OR "#"
               INTO WS-FILE-NAME
           END-UNSTRING
           IF WS-FILE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SEEN-FOUND
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-NAME(WS-SEEN-IDX) = WS-FILE-NAME
                   MOVE 'Y' TO WS-SEEN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SEEN-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-SEEN-COUNT < 40
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-FILE-NAME TO WS-SEEN-NAME(WS-SEEN-COUNT)
           END-IF
           MOVE WS-FILE-NAME TO MU-FILENAME
           MOVE BP-ID TO MU-POST-ID
           MOVE BP-STATUS TO MU-STATUS
           MOVE BP-TITLE TO MU-TITLE
           WRITE MEDIA-USAGE-RECORD
           ADD 1 TO WS-ROW-COUNT.

       END PROGRAM MEDIA-USAGE-BUILD.
