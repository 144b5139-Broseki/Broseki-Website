      * with the same whole-file load/rewrite discipline the other
      * admin screens keep.  Deleting only ever touches names the
      * manifest itself lists, so no POSTed value can reach the
      * filesystem as a path.  Each upload also shows the posts
      * whose bodies use it, out of data/media-usage (see
      * MEDIA-USAGE.cpy), and deleting one still in use is held
      * back behind a second "Delete anyway" confirmation that
      * names the posts it would break -- as is every delete when
      * the usage index could not be read in full.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "data/uploads-manifest"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPLOADS-STATUS.
           SELECT MEDIA-USAGE-FILE ASSIGN TO "data/media-usage"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UPLOADS-MANIFEST-FILE.
           COPY "UPLOAD-REC.cpy".
       FD  MEDIA-USAGE-FILE.
           COPY "MEDIA-USAGE.cpy".

       WORKING-STORAGE SECTION.
      * The page title handed to SITE-LAYOUT: a full-width field,
       01  WS-REQUEST-BODY     PIC X(16384).
       01  WS-EOF-UPLOADS      PIC X VALUE 'N'.
           88  EOF-UPLOADS      VALUE 'Y'.
       01  WS-USAGE-STATUS     PIC XX.
       01  WS-EOF-USAGE        PIC X VALUE 'N'.
           88  EOF-USAGE        VALUE 'Y'.

       01  WS-UPLOAD-TABLE-GRP.
           05  WS-UPLOAD-ENTRY OCCURS 200 TIMES.
       01  WS-SHIFT-IDX        PIC 9(3).
       01  WS-FOUND-IDX        PIC 9(3) VALUE 0.

      * Which posts use which upload, read whole from the usage
      * index.  Rows past the table are not shown, so an upload
      * can only ever look used by fewer posts than it is; the
      * short flag is set then, or when the index cannot be read
      * at all, and every delete asks for confirmation.
       01  WS-USAGE-TABLE-GRP.
           05  WS-USAGE-ENTRY OCCURS 500 TIMES.
               10  WM-FILENAME  PIC X(60).
               10  WM-POST-ID   PIC 9(4).
               10  WM-STATUS    PIC X(01).
               10  WM-TITLE     PIC X(60).
       01  WS-USAGE-COUNT      PIC 9(3) VALUE 0.
       01  WS-USAGE-SHORT      PIC X VALUE 'N'.
           88  USAGE-SHORT      VALUE 'Y'.
       01  WS-USAGE-IDX        PIC 9(3).
       01  WS-USAGE-ROWS       PIC 9(5).
       01  WS-USE-COUNT        PIC 9(3).
       01  WS-USE-COUNT-TEXT   PIC ZZ9.
       01  WS-UNUSED-COUNT     PIC 9(3).
       01  WS-USE-NAME         PIC X(60).
       01  WS-STATUS-LABEL     PIC X(10).

       01  WS-FIELD-IDX        PIC 99.
       01  WS-ACTION           PIC X(10).
       01  WS-TARGET-NAME      PIC X(60).
       01  WS-CONFIRM          PIC X(10).
      * The upload a delete was held back for, so the page can ask
      * again with the posts it would break listed.
       01  WS-CONFIRM-NAME     PIC X(60) VALUE SPACES.
       01  WS-DELETE-PATH      PIC X(100).
       01  WS-ERROR-TEXT       PIC X(80).
       01  WS-NOTICE-TEXT      PIC X(80).
       PROCEDURE DIVISION.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT "REQUEST_METHOD"
           PERFORM LOAD-MANIFEST
           PERFORM LOAD-USAGE

           MOVE SPACES TO WS-ERROR-TEXT
           MOVE SPACES TO WS-NOTICE-TEXT
               CLOSE UPLOADS-MANIFEST-FILE
           END-IF.

      * Reads the usage index into the table.  A file never built
      * yet (a site upgraded before its first post save) is built
      * here once rather than showing every upload as unused.
       LOAD-USAGE.
           MOVE 0 TO WS-USAGE-COUNT
           MOVE 'N' TO WS-EOF-USAGE
           OPEN INPUT MEDIA-USAGE-FILE
           IF WS-USAGE-STATUS = "35"
               CALL "MEDIA-USAGE-BUILD" USING WS-USAGE-ROWS
               OPEN INPUT MEDIA-USAGE-FILE
           END-IF
           IF WS-USAGE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-USAGE
               MOVE 'Y' TO WS-USAGE-SHORT
           END-IF
           PERFORM UNTIL EOF-USAGE
               READ MEDIA-USAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-USAGE
                   NOT AT END
                       IF WS-USAGE-COUNT >= 500
                           MOVE 'Y' TO WS-USAGE-SHORT
                       ELSE
                           ADD 1 TO WS-USAGE-COUNT
                           MOVE MU-FILENAME
                               TO WM-FILENAME(WS-USAGE-COUNT)
                           MOVE MU-POST-ID
                               TO WM-POST-ID(WS-USAGE-COUNT)
                           MOVE MU-STATUS
                               TO WM-STATUS(WS-USAGE-COUNT)
                           MOVE MU-TITLE
                               TO WM-TITLE(WS-USAGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-USAGE-STATUS NOT = "35"
               CLOSE MEDIA-USAGE-FILE
           END-IF.

      * How many posts use WS-USE-NAME.
       COUNT-USES.
           MOVE 0 TO WS-USE-COUNT
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
               IF WM-FILENAME(WS-USAGE-IDX) = WS-USE-NAME
                   ADD 1 TO WS-USE-COUNT
               END-IF
           END-PERFORM.

       SAVE-MANIFEST.
           OPEN OUTPUT UPLOADS-MANIFEST-FILE
           PERFORM VARYING WS-UPLOAD-IDX FROM 1 BY 1
                                     QP-PARAM-COUNT
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-TARGET-NAME
           MOVE SPACES TO WS-CONFIRM
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > QP-PARAM-COUNT
               EVALUATE FUNCTION TRIM(QP-NAME(WS-FIELD-IDX))
                   WHEN "name"
                       MOVE QP-VALUE(WS-FIELD-IDX)
                           TO WS-TARGET-NAME
                   WHEN "confirm"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-CONFIRM
               END-EVALUATE
           END-PERFORM

               MOVE "No upload has that name." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WU-FILENAME(WS-FOUND-IDX) TO WS-USE-NAME
           PERFORM COUNT-USES
           IF USAGE-SHORT
              AND FUNCTION TRIM(WS-CONFIRM) NOT = "yes"
               MOVE WU-FILENAME(WS-FOUND-IDX) TO WS-CONFIRM-NAME
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "Not every post could be checked for that "
                      "file; nothing was deleted."
                   DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-USE-COUNT > 0
              AND FUNCTION TRIM(WS-CONFIRM) NOT = "yes"
               MOVE WU-FILENAME(WS-FOUND-IDX) TO WS-CONFIRM-NAME
               MOVE WS-USE-COUNT TO WS-USE-COUNT-TEXT
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "That file is used by "
                      FUNCTION TRIM(WS-USE-COUNT-TEXT)
                      " post(s); nothing was deleted."
                   DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DELETE-PATH
           STRING "public/"
           MOVE SPACES TO AU-USER
           MOVE "upload-delete" TO AU-ACTION
           MOVE SPACES TO AU-TARGET
           IF WS-USE-COUNT > 0
               MOVE WS-USE-COUNT TO WS-USE-COUNT-TEXT
               STRING "file " FUNCTION TRIM(WS-TARGET-NAME)
                      " (used by " FUNCTION TRIM(WS-USE-COUNT-TEXT)
                      " post(s))"
                   DELIMITED BY SIZE INTO AU-TARGET
           ELSE
               STRING "file " FUNCTION TRIM(WS-TARGET-NAME)
                   DELIMITED BY SIZE INTO AU-TARGET
           END-IF
           CALL "AUDIT-LOG" USING AU-FIELDS
           MOVE "Upload deleted." TO WS-NOTICE-TEXT.

               DISPLAY "<p><strong>"
                   FUNCTION TRIM(WS-ERROR-TEXT) "</strong></p>"
           END-IF
           IF WS-CONFIRM-NAME NOT = SPACES
               PERFORM RENDER-DELETE-CONFIRM
           END-IF
           IF WS-NOTICE-TEXT NOT = SPACES
               DISPLAY "<p><em>"
                   FUNCTION TRIM(WS-NOTICE-TEXT) "</em></p>"
           END-IF
           IF USAGE-SHORT
               DISPLAY "<p><strong>The list of posts using each "
                   "upload is incomplete, so an upload shown as "
                   "unused may still be in a post.</strong></p>"
           END-IF
           IF WS-UPLOAD-COUNT = 0
               DISPLAY "<p>Nothing has been uploaded yet.</p>"
           ELSE
               PERFORM RENDER-UNUSED-SUMMARY
           END-IF
           PERFORM VARYING WS-UPLOAD-IDX FROM WS-UPLOAD-COUNT BY -1
               UNTIL WS-UPLOAD-IDX < 1
               FUNCTION TRIM(WU-USER(WS-UPLOAD-IDX)) "</p>"
           DISPLAY "<p>URL: <code>/static/"
               FUNCTION TRIM(WS-ESC-OUT) "</code></p>"
           MOVE WU-FILENAME(WS-UPLOAD-IDX) TO WS-USE-NAME
           PERFORM COUNT-USES
           IF WS-USE-COUNT = 0
               DISPLAY "<p>Not used by any post.</p>"
           ELSE
               DISPLAY "<p>Used by:</p>"
               PERFORM RENDER-USING-POSTS
           END-IF
           MOVE SPACES TO WS-ESC-IN
           MOVE WU-FILENAME(WS-UPLOAD-IDX) TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           PERFORM CHECK-IMAGE-TYPE
           IF WS-ENTRY-TYPE(1:6) = "image/"
               DISPLAY "<p><img src='/static/"
           DISPLAY "<input type='submit' value='Delete'>"
           DISPLAY "</form>".

      * Held-back delete: the posts that would lose the file, and
      * the same delete again with confirm=yes to go through with
      * it anyway.
       RENDER-DELETE-CONFIRM.
           MOVE WS-CONFIRM-NAME TO WS-USE-NAME
           PERFORM COUNT-USES
           IF WS-USE-COUNT > 0
               DISPLAY "<p>Deleting it would break these posts:</p>"
               PERFORM RENDER-USING-POSTS
           END-IF
           MOVE SPACES TO WS-ESC-IN
           MOVE WS-CONFIRM-NAME TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "<form method='POST' action='/admin/media'>"
           DISPLAY "<input type='hidden' name='action'"
               " value='delete'>"
           DISPLAY "<input type='hidden' name='name' value='"
               FUNCTION TRIM(WS-ESC-OUT) "'>"
           DISPLAY "<input type='hidden' name='confirm'"
               " value='yes'>"
           DISPLAY "<input type='submit' value='Delete anyway'>"
           DISPLAY " <a href='/admin/media'>Keep it</a>"
           DISPLAY "</form>".

      * A bulleted list of the posts using WS-USE-NAME, each linked
      * to its edit form, with drafts and scheduled posts marked.
       RENDER-USING-POSTS.
           DISPLAY "<ul>"
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
               IF WM-FILENAME(WS-USAGE-IDX) = WS-USE-NAME
                   PERFORM RENDER-ONE-USING-POST
               END-IF
           END-PERFORM
           DISPLAY "</ul>".

       RENDER-ONE-USING-POST.
           MOVE SPACES TO WS-ESC-IN
           MOVE WM-TITLE(WS-USAGE-IDX) TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           EVALUATE WM-STATUS(WS-USAGE-IDX)
               WHEN "D"
                   MOVE "draft" TO WS-STATUS-LABEL
               WHEN "S"
                   MOVE "scheduled" TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-LABEL
           END-EVALUATE
           DISPLAY "<li><a href='/admin/posts?action=edit&id="
               WM-POST-ID(WS-USAGE-IDX) "'>"
               FUNCTION TRIM(WS-ESC-OUT) "</a>"
           IF WS-STATUS-LABEL NOT = SPACES
               DISPLAY " <small>(" FUNCTION TRIM(WS-STATUS-LABEL)
                   ")</small>"
           END-IF
           DISPLAY "</li>".

      * One line counting the uploads no post uses, the candidates
      * for a clear-out.
       RENDER-UNUSED-SUMMARY.
           MOVE 0 TO WS-UNUSED-COUNT
           PERFORM VARYING WS-UPLOAD-IDX FROM 1 BY 1
               UNTIL WS-UPLOAD-IDX > WS-UPLOAD-COUNT
               MOVE WU-FILENAME(WS-UPLOAD-IDX) TO WS-USE-NAME
               PERFORM COUNT-USES
               IF WS-USE-COUNT = 0
                   ADD 1 TO WS-UNUSED-COUNT
               END-IF
           END-PERFORM
           MOVE WS-UNUSED-COUNT TO WS-USE-COUNT-TEXT
           DISPLAY "<p>" FUNCTION TRIM(WS-USE-COUNT-TEXT)
               " upload(s) not used by any post.</p>".

      * Resolves the entry's extension through MIME-TABLE.cpy the
      * way STATIC-FILE-HANDLER serves it, so "is this an image"
      * can never disagree with what a visitor's browser will get.
