       IDENTIFICATION DIVISION.
       PROGRAM-ID. API-POST-WRITE-HANDLER.

      * The write half of the API: "POST /api/posts" creates a
      * post and "PUT /api/post/:id" updates one, from a JSON
      * body (title, date, body, status, publish_at, tags, slug,
      * series, series_part -- the same fields and the same
      * validation rules as the /admin/posts form), so the weekly
      * update can be published by a script instead of a browser.
      * Authentication is a per-user API token in the X-Api-Token
      * request header, checked against the UR-TOKEN column
      * USER-ADD issues -- deliberately not the session cookie,
      * and deliberately not the routes file's AUTH flag, whose
      * login redirect is useless to a script; every failure here
      * answers with a proper JSON error and status instead.  A
      * successful write runs exactly what the admin screen's
      * save runs: the master and body chunks rewritten, the
      * posts and search indexes rebuilt, and the page cache
      * flushed, so the change is live before the response goes
      * out.

       WORKING-STORAGE SECTION.
           COPY "JSON-FIELDS.cpy".
           COPY "AUDIT-FIELDS.cpy".
           COPY "PUBLISH-CHECK.cpy".
           COPY "SETTING-FIELDS.cpy".
       01  WS-USERS-STATUS     PIC XX.
       01  WS-POSTS-STATUS     PIC XX.
       01  WS-BODIES-STATUS    PIC XX.
       01  WS-AUTH-USER        PIC X(20).
       01  WS-AUTHENTICATED    PIC X VALUE 'N'.
           88  AUTHENTICATED    VALUE 'Y'.
      * The token account's UR-ROLE: writing posts is editor work,
      * the same role the routes file asks of /admin/posts, so a
      * moderator's token is refused (a blank legacy role is an
      * admin, see USER-REC.cpy).
       01  WS-AUTH-ROLE        PIC X(01).
           88  AUTH-ROLE-CAN-WRITE VALUE "A" "E" " ".

      * The same whole-file table discipline the admin screen
      * keeps: every post loaded with its full reassembled body,
               10  WP-TAGS    PIC X(60).
               10  WP-AUTHOR  PIC X(20).
               10  WP-SLUG    PIC X(60).
               10  WP-SERIES  PIC X(60).
               10  WP-SERIES-PART PIC 9(3).
               10  WP-LANG    PIC X(05).
               10  WP-ORIGINAL-ID PIC 9(4).
       01  WS-POST-COUNT       PIC 9(3) VALUE 0.
       01  WS-TABLE-OVERFLOW   PIC X VALUE 'N'.
           88  TABLE-OVERFLOW   VALUE 'Y'.

       01  WS-FIELD-IDX        PIC 99.
       01  WS-FORM-TITLE       PIC X(60).
      * The title as sent, wider than the stored one, so the
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
       01  WS-FORM-SERIES-KEY  PIC X(60).
       01  WS-OTHER-SERIES-KEY PIC X(60).
       01  WS-FORM-LANG        PIC X(10).
       01  WS-FORM-ORIGINAL-TEXT PIC X(10).
       01  WS-FORM-ORIGINAL-ID PIC 9(4).
      * Translation check scratch, as on the admin form.
       01  WS-PRIMARY-LANG     PIC X(05).
       01  WS-ORIGINAL-IDX     PIC 9(3).
       01  WS-FORM-LANG-EFF    PIC X(05).
       01  WS-OTHER-LANG-EFF   PIC X(05).
       01  WS-STATUS-CODE      PIC X(01).
       01  WS-ERROR-TEXT       PIC X(80).

       01  WS-CHUNK-OFFSET     PIC 9(5).
       01  WS-FLUSHED-COUNT    PIC 9(4).
       01  WS-INDEXED-WORDS    PIC 9(5).
       01  WS-USAGE-ROWS       PIC 9(5).

      * Response scratch.  BP-ID rendered without its leading
      * zeros, since a zero-padded number literal is invalid JSON.
               PERFORM SEND-JSON-ERROR
               EXIT PROGRAM
           END-IF
           IF NOT AUTH-ROLE-CAN-WRITE
               MOVE WS-AUTH-USER TO AU-USER
               MOVE "access-denied" TO AU-ACTION
               MOVE SPACES TO AU-TARGET
               STRING FUNCTION TRIM(WS-REQUEST-METHOD) " api post"
                   DELIMITED BY SIZE INTO AU-TARGET
               CALL "AUDIT-LOG" USING AU-FIELDS
               MOVE "403 Forbidden" TO WS-HTTP-STATUS
               MOVE "this account's role may not write posts"
                   TO WS-ERROR-TEXT
               PERFORM SEND-JSON-ERROR
               EXIT PROGRAM
           END-IF

           PERFORM PICK-BODY-FIELDS
           PERFORM LOAD-POSTS
                              = FUNCTION TRIM(WS-API-TOKEN)
                           MOVE 'Y' TO WS-AUTHENTICATED
                           MOVE UR-USERNAME TO WS-AUTH-USER
                           MOVE UR-ROLE TO WS-AUTH-ROLE
                       END-IF
               END-READ
           END-PERFORM
                                     JF-FIELDS-GRP
                                     JF-FIELD-COUNT
           MOVE SPACES TO WS-FORM-TITLE
           MOVE SPACES TO WS-FORM-TITLE-FULL
           MOVE SPACES TO WS-FORM-DATE
           MOVE SPACES TO WS-FORM-BODY
           MOVE SPACES TO WS-FORM-STATUS
           MOVE SPACES TO WS-FORM-PUBLISH-AT
           MOVE SPACES TO WS-FORM-TAGS
           MOVE SPACES TO WS-FORM-SLUG
           MOVE SPACES TO WS-FORM-SERIES
           MOVE SPACES TO WS-FORM-PART-TEXT
           MOVE SPACES TO WS-FORM-LANG
           MOVE SPACES TO WS-FORM-ORIGINAL-TEXT
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > JF-FIELD-COUNT
               EVALUATE FUNCTION TRIM(JF-NAME(WS-FIELD-IDX))
                   WHEN "title"
                       MOVE JF-VALUE(WS-FIELD-IDX) TO WS-FORM-TITLE
                       MOVE JF-VALUE(WS-FIELD-IDX)
                           TO WS-FORM-TITLE-FULL
                   WHEN "date"
                       MOVE JF-VALUE(WS-FIELD-IDX) TO WS-FORM-DATE
                   WHEN "body"
                       MOVE JF-VALUE(WS-FIELD-IDX) TO WS-FORM-TAGS
                   WHEN "slug"
                       MOVE JF-VALUE(WS-FIELD-IDX) TO WS-FORM-SLUG
                   WHEN "series"
                       MOVE JF-VALUE(WS-FIELD-IDX) TO WS-FORM-SERIES
                   WHEN "series_part"
                       MOVE JF-VALUE(WS-FIELD-IDX)
                           TO WS-FORM-PART-TEXT
                   WHEN "lang"
                       MOVE JF-VALUE(WS-FIELD-IDX) TO WS-FORM-LANG
                   WHEN "original_id"
                       MOVE JF-VALUE(WS-FIELD-IDX)
                           TO WS-FORM-ORIGINAL-TEXT
               END-EVALUATE
           END-PERFORM
           INSPECT WS-FORM-BODY REPLACING ALL X"0D" BY SPACE
      * be anyone its token doesn't name.
           MOVE WS-AUTH-USER TO WP-AUTHOR(WS-POST-COUNT)
           MOVE WS-FORM-SLUG TO WP-SLUG(WS-POST-COUNT)
           MOVE WS-FORM-SERIES TO WP-SERIES(WS-POST-COUNT)
           MOVE WS-FORM-PART TO WP-SERIES-PART(WS-POST-COUNT)
           MOVE WS-FORM-LANG TO WP-LANG(WS-POST-COUNT)
           MOVE WS-FORM-ORIGINAL-ID TO WP-ORIGINAL-ID(WS-POST-COUNT)
           PERFORM SAVE-POSTS
           MOVE WS-AUTH-USER TO AU-USER
           MOVE "api-post-create" TO AU-ACTION
           MOVE WS-FORM-TAGS TO WP-TAGS(WS-FOUND-IDX)
           MOVE WS-AUTH-USER TO WP-AUTHOR(WS-FOUND-IDX)
           MOVE WS-FORM-SLUG TO WP-SLUG(WS-FOUND-IDX)
           MOVE WS-FORM-SERIES TO WP-SERIES(WS-FOUND-IDX)
           MOVE WS-FORM-PART TO WP-SERIES-PART(WS-FOUND-IDX)
           MOVE WS-FORM-LANG TO WP-LANG(WS-FOUND-IDX)
           MOVE WS-FORM-ORIGINAL-ID TO WP-ORIGINAL-ID(WS-FOUND-IDX)
           PERFORM SAVE-POSTS
           MOVE WS-AUTH-USER TO AU-USER
           MOVE "api-post-update" TO AU-ACTION

      * The same acceptance rules as the admin form's
      * VALIDATE-POST-FORM: title and body present, date shaped
      * YYYY-MM-DD with a plausible month and day, a scheduled
      * post carrying a plausible YYYYMMDDHHMM go-live moment, and a
      * published or scheduled one passing PUBLISH-CHECK.
       VALIDATE-POST-FIELDS.
           MOVE SPACES TO WS-ERROR-TEXT
           IF FUNCTION TRIM(WS-FORM-TITLE) = SPACES
                       IF WS-ERROR-TEXT = SPACES
                           PERFORM RESOLVE-FIELD-SLUG
                       END-IF
                       IF WS-ERROR-TEXT = SPACES
                           PERFORM RESOLVE-FIELD-SERIES
                       END-IF
                       IF WS-ERROR-TEXT = SPACES
                           PERFORM RESOLVE-FIELD-LANGUAGE
                       END-IF
                       IF WS-ERROR-TEXT = SPACES
                          AND WS-STATUS-CODE NOT = "D"
                           PERFORM CHECK-FIELDS-PUBLISHABLE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The admin form's CHECK-FORM-PUBLISHABLE, with the token's
      * account as the byline a save would stamp.
       CHECK-FIELDS-PUBLISHABLE.
           MOVE WS-TARGET-ID TO PC-ID
           MOVE WS-FORM-TITLE-FULL TO PC-TITLE
           MOVE WS-FORM-BODY TO PC-BODY
           MOVE WS-FORM-TAGS TO PC-TAGS
           MOVE WS-FORM-SLUG TO PC-SLUG
           MOVE WS-AUTH-USER TO PC-AUTHOR
           CALL "PUBLISH-CHECK" USING PC-FIELDS PC-RESULT
           IF PC-HOLD
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "not ready to go live: "
                      FUNCTION TRIM(PC-REASON)
                   DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
           END-IF.

       RESOLVE-FIELD-STATUS.
           EVALUATE FUNCTION TRIM(WS-FORM-STATUS)
               WHEN "draft"     MOVE "D" TO WS-STATUS-CODE
               END-IF
           END-PERFORM.

      * The admin form's RESOLVE-FORM-SERIES: a series needs a part
      * number from 1 to 999 that no other post in the same series
      * (by normalized name) already holds.
       RESOLVE-FIELD-SERIES.
           MOVE 0 TO WS-FORM-PART
           MOVE FUNCTION TRIM(WS-FORM-SERIES) TO WS-FORM-SERIES
           IF WS-FORM-SERIES = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-FORM-PART-TEXT) IS NOT NUMERIC
               MOVE "a post in a series needs a series_part"
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-FORM-PART-TEXT) < 1
              OR FUNCTION NUMVAL(WS-FORM-PART-TEXT) > 999
               MOVE "series_part must be from 1 to 999"
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
                       MOVE "another post in that series already has tha
      -                    "t series_part" TO WS-ERROR-TEXT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      * The admin form's RESOLVE-FORM-LANGUAGE: lang must be a
      * language code (kept lower-cased, blank meaning the primary
      * language); original_id must name an existing post that is
      * not itself a translation, in another language, with no
      * other translation in this one.
       RESOLVE-FIELD-LANGUAGE.
           MOVE 0 TO WS-FORM-ORIGINAL-ID
           MOVE FUNCTION TRIM(WS-FORM-LANG) TO WS-FORM-LANG
           IF WS-FORM-LANG NOT = SPACES
               MOVE "primary_language" TO SG-KEY
               MOVE "C" TO SG-MODE
               MOVE WS-FORM-LANG TO SG-VALUE
               CALL "SITE-SETTING" USING SG-FIELDS
               MOVE SPACE TO SG-MODE
               IF NOT SG-VALUE-OK
                   MOVE "lang must be a language code like en or pt-br"
                       TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               MOVE SG-VALUE TO WS-FORM-LANG
           END-IF
           IF FUNCTION TRIM(WS-FORM-ORIGINAL-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-FORM-ORIGINAL-TEXT) IS NOT NUMERIC
               MOVE "original_id must be a post id" TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FORM-ORIGINAL-ID =
               FUNCTION NUMVAL(WS-FORM-ORIGINAL-TEXT)
           IF WS-FORM-ORIGINAL-ID = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FORM-ORIGINAL-ID = WS-TARGET-ID
               MOVE "a post cannot be a translation of itself"
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
                   MOVE "other posts translate this one, so it cannot be
      -                " a translation" TO WS-ERROR-TEXT
               END-IF
           END-PERFORM
           IF WS-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ORIGINAL-IDX = 0
               MOVE "no post has that original_id" TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WP-ORIGINAL-ID(WS-ORIGINAL-IDX) > 0
               MOVE "original_id is itself a translation; name its origi
      -            "nal instead" TO WS-ERROR-TEXT
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
               MOVE "a translation needs a lang other than its original'
      -            "s" TO WS-ERROR-TEXT
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
                       MOVE "a translation in that lang already exists"
                           TO WS-ERROR-TEXT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-FIELD-DATE.
           MOVE 'N' TO WS-DATE-BAD
           PERFORM VARYING WS-DATE-POS FROM 1 BY 1
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
           PERFORM SAVE-BODY-CHUNKS
           PERFORM REBUILD-POST-INDEX
           CALL "SEARCH-INDEX-BUILD" USING WS-INDEXED-WORDS
           CALL "MEDIA-USAGE-BUILD" USING WS-USAGE-ROWS
           CALL "PAGE-CACHE-FLUSH" USING WS-FLUSHED-COUNT.

       SAVE-BODY-CHUNKS.
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
           END-IF.

       SEND-JSON-RESULT.
           DISPLAY "RESPONSE_STATUS" UPON ENVIRONMENT-NAME
           DISPLAY WS-HTTP-STATUS(1:3) UPON ENVIRONMENT-VALUE
           DISPLAY "Status: " FUNCTION TRIM(WS-HTTP-STATUS)
           DISPLAY "Content-type: application/json"
           DISPLAY X"0A"
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING).

       SEND-JSON-ERROR.
           DISPLAY "RESPONSE_STATUS" UPON ENVIRONMENT-NAME
           DISPLAY WS-HTTP-STATUS(1:3) UPON ENVIRONMENT-VALUE
           DISPLAY "Status: " FUNCTION TRIM(WS-HTTP-STATUS)
           DISPLAY "Content-type: application/json"
           DISPLAY X"0A"
