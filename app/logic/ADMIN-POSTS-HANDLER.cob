               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-SLUG
               FILE STATUS IS WS-SLUGS-INDEX-STATUS.
           SELECT PUBLISH-HOLDS-FILE ASSIGN TO "data/publish-holds"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT SESSIONS-FILE ASSIGN TO "sessions"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  COMMENTS-FILE.
           COPY "COMMENT-REC.cpy".
       FD  COMMENTS-STAGING.
       01  COMMENTS-STAGING-RECORD PIC X(388).
       FD  REVISIONS-FILE.
           COPY "REVISION-REC.cpy".
       FD  POSTS-INDEX-FILE.
           COPY "POST-INDEX.cpy".
       FD  SLUGS-INDEX-FILE.
           COPY "SLUG-INDEX.cpy".
       FD  PUBLISH-HOLDS-FILE.
           COPY "PUBLISH-HOLD.cpy".
       FD  SESSIONS-FILE.
           COPY "SESSION-REC.cpy".

       01  WS-PAGE-TITLE PIC X(60) VALUE "Manage posts".
           COPY "QUERY-PARAMS.cpy".
           COPY "AUDIT-FIELDS.cpy".
           COPY "PUBLISH-CHECK.cpy".
           COPY "SETTING-FIELDS.cpy".
       01  WS-POSTS-STATUS     PIC XX.
       01  WS-POSTS-INDEX-STATUS PIC XX.
       01  WS-SLUGS-INDEX-STATUS PIC XX.
       01  WS-CMT-STAGING-STATUS PIC XX.
       01  WS-REVISIONS-STATUS PIC XX.
       01  WS-SESSIONS-STATUS  PIC XX.
       01  WS-HOLDS-STATUS     PIC XX.
       01  WS-EOF-COMMENTS     PIC X.
           88  EOF-COMMENTS     VALUE 'Y'.
       01  WS-SEQ-ID           PIC 9(4).
               10  WP-TAGS    PIC X(60).
               10  WP-AUTHOR  PIC X(20).
               10  WP-SLUG    PIC X(60).
               10  WP-SERIES  PIC X(60).
               10  WP-SERIES-PART PIC 9(3).
               10  WP-LANG    PIC X(05).
               10  WP-ORIGINAL-ID PIC 9(4).
       01  WS-POST-COUNT       PIC 9(3) VALUE 0.
      * Set when the data file holds more records than the table;
      * every rewrite is refused then, because saving just the
       01  WS-TARGET-ID-TEXT   PIC X(20).
       01  WS-TARGET-ID        PIC 9(4) VALUE 0.
       01  WS-FORM-TITLE       PIC X(60).
      * The title as submitted, wider than the stored one, so the
      * publish checks can see one that would be cut short.
       01  WS-FORM-TITLE-FULL  PIC X(120).
       01  WS-FORM-DATE        PIC X(10).
       01  WS-FORM-BODY        PIC X(4000).
       01  WS-FORM-STATUS      PIC X(10).
       01  WS-FORM-PUBLISH-AT  PIC X(14).
       01  WS-FORM-TAGS        PIC X(60).
       01  WS-FORM-SLUG        PIC X(60).
       01  WS-FORM-SERIES      PIC X(60).
       01  WS-FORM-PART-TEXT   PIC X(10).
       01  WS-FORM-PART        PIC 9(3).
       01  WS-FORM-LANG        PIC X(10).
       01  WS-FORM-ORIGINAL-TEXT PIC X(10).
       01  WS-FORM-ORIGINAL-ID PIC 9(4).
       01  WS-STATUS-CODE      PIC X(01).
       01  WS-ERROR-TEXT       PIC X(80).
       01  WS-NOTICE-TEXT      PIC X(80).

      * Series part-number check: the normalized series names being
      * compared, so "COBOL on the Web" and "cobol on the web" are
      * one series (see BLOG-POST.cpy).
       01  WS-FORM-SERIES-KEY  PIC X(60).
       01  WS-OTHER-SERIES-KEY PIC X(60).

      * Translation check: the site's primary language (what a blank
      * BP-LANG means), the table row of the post being translated,
      * and the effective languages being compared.
       01  WS-PRIMARY-LANG     PIC X(05).
       01  WS-ORIGINAL-IDX     PIC 9(3).
       01  WS-FORM-LANG-EFF    PIC X(05).
       01  WS-OTHER-LANG-EFF   PIC X(05).

      * Date validation scratch: the pieces of a YYYY-MM-DD value.
       01  WS-DATE-MONTH       PIC 99.
       01  WS-DATE-DAY         PIC 99.
       01  WS-CHUNK-OFFSET     PIC 9(5).
       01  WS-FLUSHED-COUNT    PIC 9(4).
       01  WS-INDEXED-WORDS    PIC 9(5).
       01  WS-USAGE-ROWS       PIC 9(5).

      * Revision history (see REVISION-REC.cpy): the prior text of
      * an existing post is appended to REVISIONS-FILE before every
       01  WS-SESSION-ID       PIC X(32).
       01  WS-ACTING-USER      PIC X(20).

      * Why POST-PUBLISH's last run held each due scheduled post
      * back (see PUBLISH-HOLD.cpy), shown beside it in the list.
       01  WS-HOLD-TABLE-GRP.
           05  WS-HOLD-ENTRY OCCURS 200 TIMES.
               10  WH-ID      PIC 9(4).
               10  WH-REASON  PIC X(80).
       01  WS-HOLD-COUNT       PIC 9(3) VALUE 0.
       01  WS-HOLD-IDX         PIC 9(3).
       01  WS-EOF-HOLDS        PIC X.
           88  EOF-HOLDS        VALUE 'Y'.

       PROCEDURE DIVISION.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT "REQUEST_METHOD"
           PERFORM LOAD-POSTS
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
           CLOSE BLOG-POSTS-FILE
      * the edit immediately (SEARCH-COMPILE stays the standalone
      * rebuild, like POSTS-COMPILE for the posts index).
           CALL "SEARCH-INDEX-BUILD" USING WS-INDEXED-WORDS
      * Likewise the media usage index, so /admin/media knows at
      * once which uploads the edited body now uses or dropped.
           CALL "MEDIA-USAGE-BUILD" USING WS-USAGE-ROWS
      * Every cached page may now show stale content; flush them so
      * the edit is visible immediately instead of after the age
      * limit runs out.
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
                   MOVE SPACES TO WS-FORM-PUBLISH-AT
                   MOVE SPACES TO WS-FORM-TAGS
                   MOVE SPACES TO WS-FORM-SLUG
                   MOVE SPACES TO WS-FORM-SERIES
                   MOVE SPACES TO WS-FORM-PART-TEXT
                   MOVE SPACES TO WS-FORM-LANG
                   MOVE SPACES TO WS-FORM-ORIGINAL-TEXT
                   MOVE 0 TO WS-TARGET-ID
                   PERFORM RENDER-FORM
               WHEN "edit"
                           TO WS-FORM-PUBLISH-AT
                       MOVE WP-TAGS(WS-FOUND-IDX) TO WS-FORM-TAGS
                       MOVE WP-SLUG(WS-FOUND-IDX) TO WS-FORM-SLUG
                       MOVE WP-SERIES(WS-FOUND-IDX) TO WS-FORM-SERIES
                       MOVE SPACES TO WS-FORM-PART-TEXT
                       IF WP-SERIES(WS-FOUND-IDX) NOT = SPACES
                           MOVE WP-SERIES-PART(WS-FOUND-IDX)
                               TO WS-FORM-PART
                           MOVE WS-FORM-PART TO WS-FORM-PART-TEXT
                       END-IF
                       MOVE WP-LANG(WS-FOUND-IDX) TO WS-FORM-LANG
                       MOVE SPACES TO WS-FORM-ORIGINAL-TEXT
                       IF WP-ORIGINAL-ID(WS-FOUND-IDX) > 0
                           MOVE WP-ORIGINAL-ID(WS-FOUND-IDX)
                               TO WS-FORM-ORIGINAL-TEXT
                       END-IF
                       PERFORM RENDER-FORM
                   END-IF
               WHEN OTHER
                           TO WP-PUBLISH-AT(WS-POST-COUNT)
                       MOVE WS-FORM-TAGS TO WP-TAGS(WS-POST-COUNT)
                       MOVE WS-FORM-SLUG TO WP-SLUG(WS-POST-COUNT)
                       MOVE WS-FORM-SERIES
                           TO WP-SERIES(WS-POST-COUNT)
                       MOVE WS-FORM-PART
                           TO WP-SERIES-PART(WS-POST-COUNT)
                       MOVE WS-FORM-LANG TO WP-LANG(WS-POST-COUNT)
                       MOVE WS-FORM-ORIGINAL-ID
                           TO WP-ORIGINAL-ID(WS-POST-COUNT)
                       PERFORM LOOKUP-ACTING-USER
                       MOVE WS-ACTING-USER
                           TO WP-AUTHOR(WS-POST-COUNT)
                               TO WP-TAGS(WS-FOUND-IDX)
                           MOVE WS-FORM-SLUG
                               TO WP-SLUG(WS-FOUND-IDX)
                           MOVE WS-FORM-SERIES
                               TO WP-SERIES(WS-FOUND-IDX)
                           MOVE WS-FORM-PART
                               TO WP-SERIES-PART(WS-FOUND-IDX)
                           MOVE WS-FORM-LANG
                               TO WP-LANG(WS-FOUND-IDX)
                           MOVE WS-FORM-ORIGINAL-ID
                               TO WP-ORIGINAL-ID(WS-FOUND-IDX)
                           PERFORM LOOKUP-ACTING-USER
                           MOVE WS-ACTING-USER
                               TO WP-AUTHOR(WS-FOUND-IDX)
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-TARGET-ID-TEXT
           MOVE SPACES TO WS-FORM-TITLE
           MOVE SPACES TO WS-FORM-TITLE-FULL
           MOVE SPACES TO WS-FORM-DATE
           MOVE SPACES TO WS-FORM-BODY
           MOVE SPACES TO WS-FORM-SLUG
           MOVE SPACES TO WS-FORM-SERIES
           MOVE SPACES TO WS-FORM-PART-TEXT
           MOVE SPACES TO WS-FORM-LANG
           MOVE SPACES TO WS-FORM-ORIGINAL-TEXT
           MOVE SPACES TO WS-TARGET-REV
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > QP-PARAM-COUNT
                           TO WS-TARGET-ID-TEXT
                   WHEN "title"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-FORM-TITLE
                       MOVE QP-VALUE(WS-FIELD-IDX)
                           TO WS-FORM-TITLE-FULL
                   WHEN "date"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-FORM-DATE
                   WHEN "body"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-FORM-TAGS
                   WHEN "slug"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-FORM-SLUG
                   WHEN "series"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-FORM-SERIES
                   WHEN "series_part"
                       MOVE QP-VALUE(WS-FIELD-IDX)
                           TO WS-FORM-PART-TEXT
                   WHEN "lang"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-FORM-LANG
                   WHEN "original_id"
                       MOVE QP-VALUE(WS-FIELD-IDX)
                           TO WS-FORM-ORIGINAL-TEXT
                   WHEN "rev"
                       MOVE QP-VALUE(WS-FIELD-IDX)
                           TO WS-TARGET-REV
           MOVE RV-AUTHOR TO WS-REVERT-AUTHOR
           MOVE RV-SLUG TO WS-REVERT-SLUG
           MOVE RV-BODY TO WS-REVERT-BODY
      * Restoring a revision that was live or scheduled puts it
      * back on the site, so it has to pass the same checks a save
      * would.
           IF WS-REVERT-STATUS = "P" OR "S" OR SPACE
               MOVE WS-TARGET-ID TO PC-ID
               MOVE WS-REVERT-TITLE TO PC-TITLE
               MOVE WS-REVERT-BODY TO PC-BODY
               MOVE WS-REVERT-TAGS TO PC-TAGS
               MOVE WS-REVERT-SLUG TO PC-SLUG
               MOVE WS-REVERT-AUTHOR TO PC-AUTHOR
               PERFORM RUN-PUBLISH-CHECK
               IF WS-ERROR-TEXT NOT = SPACES
                   PERFORM RENDER-LIST
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM APPEND-REVISION
           MOVE WS-REVERT-TITLE TO WP-TITLE(WS-FOUND-IDX)
           MOVE WS-REVERT-DATE TO WP-DATE(WS-FOUND-IDX)

      * Fills WS-ERROR-TEXT with the first problem found, leaving it
      * SPACES when the form is acceptable: title and body present,
      * date shaped YYYY-MM-DD with a plausible month and day, and --
      * for a post being published or scheduled -- the shared
      * PUBLISH-CHECK rules passed.  A draft may be saved unfinished.
       VALIDATE-POST-FORM.
           MOVE SPACES TO WS-ERROR-TEXT
           IF FUNCTION TRIM(WS-FORM-TITLE) = SPACES
                       IF WS-ERROR-TEXT = SPACES
                           PERFORM RESOLVE-FORM-SLUG
                       END-IF
                       IF WS-ERROR-TEXT = SPACES
                           PERFORM RESOLVE-FORM-SERIES
                       END-IF
                       IF WS-ERROR-TEXT = SPACES
                           PERFORM RESOLVE-FORM-LANGUAGE
                       END-IF
                       IF WS-ERROR-TEXT = SPACES
                          AND WS-STATUS-CODE NOT = "D"
                           PERFORM CHECK-FORM-PUBLISHABLE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The form as it would be saved -- the byline is the acting
      * account, which every create and update stamps -- through
      * PUBLISH-CHECK.
       CHECK-FORM-PUBLISHABLE.
           PERFORM LOOKUP-ACTING-USER
           MOVE WS-TARGET-ID TO PC-ID
           MOVE WS-FORM-TITLE-FULL TO PC-TITLE
           MOVE WS-FORM-BODY TO PC-BODY
           MOVE WS-FORM-TAGS TO PC-TAGS
           MOVE WS-FORM-SLUG TO PC-SLUG
           MOVE WS-ACTING-USER TO PC-AUTHOR
           PERFORM RUN-PUBLISH-CHECK.

      * Runs PUBLISH-CHECK on PC-FIELDS, turning a HOLD into the
      * error line the form or list shows; the post is left as it
      * was on file.
       RUN-PUBLISH-CHECK.
           CALL "PUBLISH-CHECK" USING PC-FIELDS PC-RESULT
           IF PC-HOLD
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "Not ready to go live: "
                      FUNCTION TRIM(PC-REASON) "."
                   DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
           END-IF.

      * Maps the form's status word to the BP-STATUS byte, and for a
      * SCHEDULED post demands a plausible YYYYMMDDHHMM go-live
      * moment, padded out to the stored YYYYMMDDHHMMSS shape.
               END-IF
           END-PERFORM.

      * A post in a series needs a part number from 1 to 999, and
      * no other post in the same series may already hold it -- two
      * "part 2"s would leave readers guessing which comes first.
      * Outside a series the part number is simply dropped.
       RESOLVE-FORM-SERIES.
           MOVE 0 TO WS-FORM-PART
           MOVE FUNCTION TRIM(WS-FORM-SERIES) TO WS-FORM-SERIES
           IF WS-FORM-SERIES = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-FORM-PART-TEXT) IS NOT NUMERIC
               MOVE "A post in a series needs a part number."
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-FORM-PART-TEXT) < 1
              OR FUNCTION NUMVAL(WS-FORM-PART-TEXT) > 999
               MOVE "The part number must be from 1 to 999."
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FORM-PART = FUNCTION NUMVAL(WS-FORM-PART-TEXT)
           CALL "SLUG-MAKER" USING WS-FORM-SERIES WS-FORM-SERIES-KEY
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WP-SERIES(WS-POST-IDX) NOT = SPACES
                  AND WP-ID(WS-POST-IDX) NOT = WS-TARGET-ID
                  AND WP-SERIES-PART(WS-POST-IDX) = WS-FORM-PART
                   CALL "SLUG-MAKER" USING WP-SERIES(WS-POST-IDX)
                                           WS-OTHER-SERIES-KEY
                   IF WS-OTHER-SERIES-KEY = WS-FORM-SERIES-KEY
                       MOVE "Another post in that series already has tha
      -                    "t part number." TO WS-ERROR-TEXT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      * The post's language goes through SITE-SETTING's language-code
      * rule (the same one primary_language must pass) and is kept
      * lower-cased; blank means the primary language.  A translation
      * names an existing original that is not itself a translation
      * (one level only, so every family has a single root to hang
      * the "also available in" links from), is written in another
      * language than that original, and is the only translation of
      * it in its language.  A post other posts already translate
      * cannot become a translation itself.
       RESOLVE-FORM-LANGUAGE.
           MOVE 0 TO WS-FORM-ORIGINAL-ID
           MOVE FUNCTION TRIM(WS-FORM-LANG) TO WS-FORM-LANG
           IF WS-FORM-LANG NOT = SPACES
               MOVE "primary_language" TO SG-KEY
               MOVE "C" TO SG-MODE
               MOVE WS-FORM-LANG TO SG-VALUE
               CALL "SITE-SETTING" USING SG-FIELDS
               MOVE SPACE TO SG-MODE
               IF NOT SG-VALUE-OK
                   MOVE "Language must be a code like en or pt-br."
                       TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               MOVE SG-VALUE TO WS-FORM-LANG
           END-IF
           IF FUNCTION TRIM(WS-FORM-ORIGINAL-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-FORM-ORIGINAL-TEXT) IS NOT NUMERIC
               MOVE "The original must be given as a post id."
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FORM-ORIGINAL-ID =
               FUNCTION NUMVAL(WS-FORM-ORIGINAL-TEXT)
           IF WS-FORM-ORIGINAL-ID = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FORM-ORIGINAL-ID = WS-TARGET-ID
               MOVE "A post cannot be a translation of itself."
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ORIGINAL-IDX
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WP-ID(WS-POST-IDX) = WS-FORM-ORIGINAL-ID
                   MOVE WS-POST-IDX TO WS-ORIGINAL-IDX
               END-IF
               IF WS-TARGET-ID > 0
                  AND WP-ORIGINAL-ID(WS-POST-IDX) = WS-TARGET-ID
                   MOVE "Other posts translate this one, so it cannot be
      -                " a translation." TO WS-ERROR-TEXT
               END-IF
           END-PERFORM
           IF WS-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ORIGINAL-IDX = 0
               MOVE "No post has that original id." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WP-ORIGINAL-ID(WS-ORIGINAL-IDX) > 0
               MOVE "That post is itself a translation; name its origina
      -            "l instead." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE "primary_language" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-VALUE TO WS-PRIMARY-LANG
           MOVE WS-FORM-LANG TO WS-FORM-LANG-EFF
           IF WS-FORM-LANG-EFF = SPACES
               MOVE WS-PRIMARY-LANG TO WS-FORM-LANG-EFF
           END-IF
           MOVE WP-LANG(WS-ORIGINAL-IDX) TO WS-OTHER-LANG-EFF
           IF WS-OTHER-LANG-EFF = SPACES
               MOVE WS-PRIMARY-LANG TO WS-OTHER-LANG-EFF
           END-IF
           IF WS-OTHER-LANG-EFF = WS-FORM-LANG-EFF
               MOVE "A translation needs a language other than its origi
      -            "nal's." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WP-ORIGINAL-ID(WS-POST-IDX) = WS-FORM-ORIGINAL-ID
                  AND WP-ID(WS-POST-IDX) NOT = WS-TARGET-ID
                   MOVE WP-LANG(WS-POST-IDX) TO WS-OTHER-LANG-EFF
                   IF WS-OTHER-LANG-EFF = SPACES
                       MOVE WS-PRIMARY-LANG TO WS-OTHER-LANG-EFF
                   END-IF
                   IF WS-OTHER-LANG-EFF = WS-FORM-LANG-EFF
                       MOVE "A translation in that language exists."
                           TO WS-ERROR-TEXT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      * Checks WS-FORM-DATE character by character against the
      * YYYY-MM-DD shape BP-DATE is stored in, then range-checks the
      * month and day, setting WS-DATE-BAD on any failure.
               END-IF
           END-IF.

      * Reads PUBLISH-HOLDS-FILE into WS-HOLD-TABLE-GRP.  No file
      * just means nothing has been held.
       LOAD-PUBLISH-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 'N' TO WS-EOF-HOLDS
           OPEN INPUT PUBLISH-HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-HOLDS
           END-IF
           PERFORM UNTIL EOF-HOLDS
               READ PUBLISH-HOLDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-HOLDS
                   NOT AT END
                       IF WS-HOLD-COUNT < 200
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE PH-ID TO WH-ID(WS-HOLD-COUNT)
                           MOVE PH-REASON TO WH-REASON(WS-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLDS-STATUS NOT = "35"
               CLOSE PUBLISH-HOLDS-FILE
           END-IF.

      * A scheduled post the last POST-PUBLISH run held back gets
      * the reason under its title, escaped like the title (it can
      * quote a link out of the body).
       RENDER-HOLD-NOTE.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WH-ID(WS-HOLD-IDX) = WP-ID(WS-POST-IDX)
                   MOVE WH-REASON(WS-HOLD-IDX) TO WS-ESC-IN
                   PERFORM ESCAPE-HTML
                   DISPLAY "<br><small>Held back from publishing: "
                       FUNCTION TRIM(WS-ESC-OUT) "</small>"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The list screen: every post with its id, date, and title,
      * plus edit links and an inline delete form per row.
       RENDER-LIST.
           DISPLAY "<tr><th>Id</th><th>Date</th><th>Status</th>"
               "<th>Author</th>"
               "<th>Title</th><th></th><th></th></tr>"
           PERFORM LOAD-PUBLISH-HOLDS
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               MOVE WP-TITLE(WS-POST-IDX) TO WS-ESC-IN
                   WP-STATUS(WS-POST-IDX) "</td><td>"
                   FUNCTION TRIM(WP-AUTHOR(WS-POST-IDX))
                   "</td><td>"
                   FUNCTION TRIM(WS-ESC-OUT)
               IF WP-STATUS(WS-POST-IDX) = "S"
                   PERFORM RENDER-HOLD-NOTE
               END-IF
               DISPLAY "</td>"
               DISPLAY "<td><a href='/admin/posts?action=edit&id="
                   WP-ID(WS-POST-IDX) "'>edit</a></td>"
               DISPLAY "<td><form method='POST' action='/admin/posts'>"
               "<input type='text' name='slug' size='60'"
               " maxlength='60' value='"
               FUNCTION TRIM(WS-ESC-OUT) "'></p>"
           MOVE SPACES TO WS-ESC-IN
           MOVE WS-FORM-SERIES TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "<p>Series (blank if this post stands alone):<br>"
               "<input type='text' name='series' size='60'"
               " maxlength='60' value='"
               FUNCTION TRIM(WS-ESC-OUT) "'></p>"
           MOVE SPACES TO WS-ESC-IN
           MOVE WS-FORM-PART-TEXT TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "<p>Part number in the series:<br>"
               "<input type='text' name='series_part' size='3'"
               " maxlength='3' value='"
               FUNCTION TRIM(WS-ESC-OUT) "'></p>"
           MOVE SPACES TO WS-ESC-IN
           MOVE WS-FORM-LANG TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "<p>Language (blank for the site's primary):<br>"
               "<input type='text' name='lang' size='5'"
               " maxlength='5' value='"
               FUNCTION TRIM(WS-ESC-OUT) "'></p>"
           MOVE SPACES TO WS-ESC-IN
           MOVE WS-FORM-ORIGINAL-TEXT TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "<p>Translation of post id (blank for an original):"
               "<br><input type='text' name='original_id' size='4'"
               " maxlength='4' value='"
               FUNCTION TRIM(WS-ESC-OUT) "'></p>"
           DISPLAY "<p>Status:<br><select name='status'>"
           EVALUATE FUNCTION TRIM(WS-FORM-STATUS)
               WHEN "draft"
