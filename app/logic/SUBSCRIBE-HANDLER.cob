       PROGRAM-ID. SUBSCRIBE-HANDLER.

      * Newsletter signup and its whole lifecycle, one program for
      * the four routes that share the data file:
      *   GET,POST /subscribe        the signup form and the store
      *   GET /subscribe/confirm     ?token=... flips P to C
      *   GET /subscribe/unsub       ?token=... flips to U
      *   GET,POST /subscribe/prefs  ?token=... followed tags and
      *                              immediate or weekly mail
      * A stored address starts UNCONFIRMED and a confirmation
      * mailing is queued for NEWSLETTER-SENDER to deliver; only
      * the emailed token can confirm it, so nobody can subscribe
      * address itself is held to a strict character set at signup
      * -- it will eventually be an argument to the system mailer,
      * and no visitor-typed byte beyond letters, digits, and
      * @.+_- is ever allowed near that command line.  The
      * preferences page answers only to a CONFIRMED reader's token
      * (the link every mailing carries), lists the tags the
      * published posts use so the reader knows what to type, and
      * keeps the followed tags to the same plain characters tags
      * are written in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAILING-QUEUE-FILE ASSIGN TO "data/mailing-queue"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT BLOG-POSTS-FILE ASSIGN TO "data/blog-posts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "SUBSCRIBER-REC.cpy".
       FD  MAILING-QUEUE-FILE.
           COPY "MAILING-QUEUE.cpy".
       FD  BLOG-POSTS-FILE.
           COPY "BLOG-POST.cpy".

       WORKING-STORAGE SECTION.
      * The page title handed to SITE-LAYOUT: a full-width field,
           COPY "QUERY-PARAMS.cpy".
       01  WS-SUBS-STATUS      PIC XX.
       01  WS-QUEUE-STATUS     PIC XX.
       01  WS-POSTS-STATUS     PIC XX.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-REQUEST-BODY     PIC X(16384).
       01  WS-QUERY-STRING     PIC X(16384).
               10  WB-STATUS    PIC X(01).
               10  WB-TOKEN     PIC X(32).
               10  WB-TIMESTAMP PIC X(21).
               10  WB-FREQUENCY PIC X(01).
               10  WB-TAGS      PIC X(60).
       01  WS-SUB-COUNT        PIC 9(3) VALUE 0.
      * Set when the file outgrew the table; changes are refused
      * then, because rewriting just the loaded slice would drop
       01  WS-EMAIL-CHAR       PIC X.
       01  WS-AT-COUNT         PIC 99.

      * Preferences scratch: the form's fields, the followed tags
      * rebuilt one name at a time, and the tags in use on the
      * published posts (distinct, lower case) for the hint.
       01  WS-FORM-TAGS        PIC X(4000).
       01  WS-FORM-FREQUENCY   PIC X(10).
       01  WS-CLEAN-TAGS       PIC X(60).
       01  WS-CLEAN-POS        PIC 99.
       01  WS-TAGS-BAD         PIC X.
           88  TAGS-BAD         VALUE 'Y'.
       01  WS-TAGS-LEN         PIC 9(4).
       01  WS-TAG-POS          PIC 9(4).
       01  WS-TAG-CHAR         PIC X.
       01  WS-SPLIT-GRP.
           05  WS-SPLIT-TAG    PIC X(60) OCCURS 11 TIMES.
       01  WS-SPLIT-IDX        PIC 99.
       01  WS-NOTICE-TEXT      PIC X(80).
       01  WS-USED-TAG-GRP.
           05  WS-USED-TAG     PIC X(20) OCCURS 40 TIMES.
       01  WS-USED-COUNT       PIC 99 VALUE 0.
       01  WS-USED-IDX         PIC 99.
       01  WS-POST-TAG-GRP.
           05  WS-POST-TAG     PIC X(20) OCCURS 6 TIMES.
       01  WS-POST-TAG-IDX     PIC 9.
       01  WS-EOF-POSTS        PIC X VALUE 'N'.
           88  EOF-POSTS        VALUE 'Y'.
       01  WS-TAG-SEEN         PIC X.
           88  TAG-SEEN         VALUE 'Y'.

      * Fresh-token scratch, the same timestamp-plus-seeded-suffix
      * construction ROUTER's GENERATE-SESSION-ID uses.
       01  WS-NEW-TOKEN        PIC X(32).
               WHEN FUNCTION TRIM(WS-PATH-INFO)
                    = "/subscribe/unsub"
                   PERFORM HANDLE-UNSUBSCRIBE
               WHEN FUNCTION TRIM(WS-PATH-INFO)
                    = "/subscribe/prefs"
                   PERFORM HANDLE-PREFERENCES
               WHEN FUNCTION TRIM(WS-REQUEST-METHOD) = "POST"
                   PERFORM HANDLE-SIGNUP
               WHEN OTHER
                               TO WB-TOKEN(WS-SUB-COUNT)
                           MOVE SB-TIMESTAMP
                               TO WB-TIMESTAMP(WS-SUB-COUNT)
                           MOVE SB-FREQUENCY
                               TO WB-FREQUENCY(WS-SUB-COUNT)
                           MOVE SB-TAGS
                               TO WB-TAGS(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               MOVE WB-STATUS(WS-SUB-IDX) TO SB-STATUS
               MOVE WB-TOKEN(WS-SUB-IDX) TO SB-TOKEN
               MOVE WB-TIMESTAMP(WS-SUB-IDX) TO SB-TIMESTAMP
               MOVE WB-FREQUENCY(WS-SUB-IDX) TO SB-FREQUENCY
               MOVE WB-TAGS(WS-SUB-IDX) TO SB-TAGS
               WRITE SUBSCRIBER-RECORD
           END-PERFORM
           CLOSE SUBSCRIBERS-FILE.
               ADD 1 TO WS-SUB-COUNT
               MOVE WS-SUB-COUNT TO WS-FOUND-IDX
               MOVE WS-FORM-EMAIL TO WB-EMAIL(WS-FOUND-IDX)
               MOVE SPACES TO WB-FREQUENCY(WS-FOUND-IDX)
               MOVE SPACES TO WB-TAGS(WS-FOUND-IDX)
           END-IF
           MOVE "P" TO WB-STATUS(WS-FOUND-IDX)
           MOVE WS-NEW-TOKEN TO WB-TOKEN(WS-FOUND-IDX)
               PERFORM RENDER-BAD-TOKEN
           END-IF.

      * The preferences page: GET shows the reader's current choice,
      * POST (the token rides along as a hidden field) saves a new
      * one.  Only a CONFIRMED reader has preferences to set; any
      * other token gets the same stale-link page the other links
      * give.
       HANDLE-PREFERENCES.
           MOVE SPACES TO WS-NOTICE-TEXT
           IF FUNCTION TRIM(WS-REQUEST-METHOD) = "POST"
               PERFORM PICK-PREFERENCE-FIELDS
           ELSE
               PERFORM PICK-QUERY-TOKEN
           END-IF
           PERFORM FIND-SUBSCRIBER-BY-TOKEN
           IF WS-FOUND-IDX = 0
               PERFORM RENDER-BAD-TOKEN
               EXIT PARAGRAPH
           END-IF
           IF WB-STATUS(WS-FOUND-IDX) NOT = "C"
               PERFORM RENDER-BAD-TOKEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-REQUEST-METHOD) = "POST"
               PERFORM SAVE-PREFERENCES
           END-IF
           PERFORM LOAD-TAGS-IN-USE
           PERFORM RENDER-PREFERENCES.

       PICK-PREFERENCE-FIELDS.
           ACCEPT WS-REQUEST-BODY FROM ENVIRONMENT "REQUEST_BODY"
           CALL "QUERY-PARSER" USING WS-REQUEST-BODY
                                     QP-PARAMS-GRP
                                     QP-PARAM-COUNT
           MOVE SPACES TO WS-FORM-TOKEN
           MOVE SPACES TO WS-FORM-TAGS
           MOVE SPACES TO WS-FORM-FREQUENCY
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > QP-PARAM-COUNT
               EVALUATE FUNCTION TRIM(QP-NAME(WS-FIELD-IDX))
                   WHEN "token"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-FORM-TOKEN
                   WHEN "tags"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-FORM-TAGS
                   WHEN "frequency"
                       MOVE QP-VALUE(WS-FIELD-IDX)
                           TO WS-FORM-FREQUENCY
               END-EVALUATE
           END-PERFORM.

       SAVE-PREFERENCES.
           IF TABLE-OVERFLOW
               MOVE "Preferences can't be changed right now. Try again l
      -            "ater." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAN-FORM-TAGS
           IF TAGS-BAD
               MOVE "Tags are names separated by commas: letters, digits
      -            ", - and _ only, ten at most." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLEAN-TAGS TO WB-TAGS(WS-FOUND-IDX)
           IF FUNCTION TRIM(WS-FORM-FREQUENCY) = "W"
               MOVE "W" TO WB-FREQUENCY(WS-FOUND-IDX)
           ELSE
               MOVE "I" TO WB-FREQUENCY(WS-FOUND-IDX)
           END-IF
           PERFORM SAVE-SUBSCRIBERS
           MOVE "Preferences saved." TO WS-NOTICE-TEXT.

      * Lower-cases the typed list, refuses anything but letters,
      * digits, -, _, spaces and commas, then rebuilds it as
      * "name,name" with the blanks and empty entries squeezed out.
      * A result longer than SB-TAGS holds is refused rather than
      * cut, since a cut name would quietly follow some other tag.
       CLEAN-FORM-TAGS.
           MOVE 'N' TO WS-TAGS-BAD
           MOVE SPACES TO WS-CLEAN-TAGS
           MOVE FUNCTION LOWER-CASE(WS-FORM-TAGS) TO WS-FORM-TAGS
           IF WS-FORM-TAGS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FORM-TAGS TRAILING))
               TO WS-TAGS-LEN
           IF WS-TAGS-LEN > 200
               MOVE 'Y' TO WS-TAGS-BAD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TAG-POS FROM 1 BY 1
               UNTIL WS-TAG-POS > WS-TAGS-LEN
               MOVE WS-FORM-TAGS(WS-TAG-POS:1) TO WS-TAG-CHAR
               IF WS-TAG-CHAR NOT = SPACE
                  AND WS-TAG-CHAR NOT = ","
                  AND WS-TAG-CHAR NOT = "-"
                  AND WS-TAG-CHAR NOT = "_"
                  AND WS-TAG-CHAR IS NOT ALPHABETIC-LOWER
                  AND WS-TAG-CHAR IS NOT NUMERIC
                   MOVE 'Y' TO WS-TAGS-BAD
               END-IF
           END-PERFORM
           IF TAGS-BAD
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-SPLIT-GRP
           UNSTRING WS-FORM-TAGS(1:WS-TAGS-LEN) DELIMITED BY ","
               INTO WS-SPLIT-TAG(1) WS-SPLIT-TAG(2) WS-SPLIT-TAG(3)
                    WS-SPLIT-TAG(4) WS-SPLIT-TAG(5) WS-SPLIT-TAG(6)
                    WS-SPLIT-TAG(7) WS-SPLIT-TAG(8) WS-SPLIT-TAG(9)
                    WS-SPLIT-TAG(10) WS-SPLIT-TAG(11)
           END-UNSTRING
           IF WS-SPLIT-TAG(11) NOT = SPACES
               MOVE 'Y' TO WS-TAGS-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CLEAN-POS
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > 10 OR TAGS-BAD
               IF WS-SPLIT-TAG(WS-SPLIT-IDX) NOT = SPACES
                   IF WS-CLEAN-POS > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-CLEAN-TAGS
                           WITH POINTER WS-CLEAN-POS
                           ON OVERFLOW MOVE 'Y' TO WS-TAGS-BAD
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-SPLIT-TAG(WS-SPLIT-IDX))
                           DELIMITED BY SIZE
                       INTO WS-CLEAN-TAGS
                       WITH POINTER WS-CLEAN-POS
                       ON OVERFLOW MOVE 'Y' TO WS-TAGS-BAD
                   END-STRING
               END-IF
           END-PERFORM.

      * Every distinct tag on a published post, lower case, in the
      * order first seen; the table's limit only shortens the hint.
       LOAD-TAGS-IN-USE.
           MOVE 0 TO WS-USED-COUNT
           OPEN INPUT BLOG-POSTS-FILE
           IF WS-POSTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-POSTS
               READ BLOG-POSTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-POSTS
                   NOT AT END
                       IF BP-PUBLISHED AND BP-TAGS NOT = SPACES
                           PERFORM COLLECT-POST-TAGS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOG-POSTS-FILE.

       COLLECT-POST-TAGS.
           INITIALIZE WS-POST-TAG-GRP
           UNSTRING BP-TAGS DELIMITED BY ","
               INTO WS-POST-TAG(1) WS-POST-TAG(2) WS-POST-TAG(3)
                    WS-POST-TAG(4) WS-POST-TAG(5) WS-POST-TAG(6)
           END-UNSTRING
           PERFORM VARYING WS-POST-TAG-IDX FROM 1 BY 1
               UNTIL WS-POST-TAG-IDX > 6
               MOVE FUNCTION LOWER-CASE(
                   FUNCTION TRIM(WS-POST-TAG(WS-POST-TAG-IDX)))
                   TO WS-POST-TAG(WS-POST-TAG-IDX)
               IF WS-POST-TAG(WS-POST-TAG-IDX) NOT = SPACES
                   MOVE 'N' TO WS-TAG-SEEN
                   PERFORM VARYING WS-USED-IDX FROM 1 BY 1
                       UNTIL WS-USED-IDX > WS-USED-COUNT
                       IF WS-USED-TAG(WS-USED-IDX)
                          = WS-POST-TAG(WS-POST-TAG-IDX)
                           MOVE 'Y' TO WS-TAG-SEEN
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT TAG-SEEN AND WS-USED-COUNT < 40
                       ADD 1 TO WS-USED-COUNT
                       MOVE WS-POST-TAG(WS-POST-TAG-IDX)
                           TO WS-USED-TAG(WS-USED-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       PICK-QUERY-TOKEN.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT "QUERY_STRING"
           CALL "QUERY-PARSER" USING WS-QUERY-STRING
           MOVE WS-NEW-TOKEN TO MQ-TOKEN
           MOVE 0 TO MQ-POST-ID
           MOVE FUNCTION CURRENT-DATE TO MQ-TIMESTAMP
           MOVE 0 TO MQ-ATTEMPTS
           MOVE SPACES TO MQ-LAST-TRY
           MOVE SPACES TO MQ-LAST-ERROR
           INITIALIZE MQ-DIGEST-IDS
           MOVE 0 TO MQ-DIGEST-MORE
           OPEN EXTEND MAILING-QUEUE-FILE
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT MAILING-QUEUE-FILE
           DISPLAY "<h1>Subscribed</h1>"
           DISPLAY "<p>That address is confirmed. New posts will "
               "arrive by mail.</p>"
           DISPLAY "<p><a href='/subscribe/prefs?token="
               FUNCTION TRIM(WB-TOKEN(WS-FOUND-IDX))
               "'>Choose topics, or a weekly digest instead</a></p>"
           DISPLAY "<p><a href='/posts'>Back to the blog</a></p>"
           CALL "SITE-LAYOUT" USING "FOOTER" WS-PAGE-TITLE.

           DISPLAY "<p><a href='/posts'>Back to the blog</a></p>"
           CALL "SITE-LAYOUT" USING "FOOTER" WS-PAGE-TITLE.

      * The token is the "sb" stamp-and-digits shape GENERATE-TOKEN
      * builds and the tags were cleaned to plain characters on
      * save, so both go into the page as they are.
       RENDER-PREFERENCES.
           DISPLAY "Content-type: text/html"
           DISPLAY X"0A"
           CALL "SITE-LAYOUT" USING "HEADER" WS-PAGE-TITLE
           DISPLAY "<h1>Mailing preferences</h1>"
           IF WS-ERROR-TEXT NOT = SPACES
               DISPLAY "<p><strong>"
                   FUNCTION TRIM(WS-ERROR-TEXT) "</strong></p>"
           END-IF
           IF WS-NOTICE-TEXT NOT = SPACES
               DISPLAY "<p><em>"
                   FUNCTION TRIM(WS-NOTICE-TEXT) "</em></p>"
           END-IF
           DISPLAY "<form method='POST' action='/subscribe/prefs'>"
           DISPLAY "<input type='hidden' name='token' value='"
               FUNCTION TRIM(WB-TOKEN(WS-FOUND-IDX)) "'>"
           DISPLAY "<p>Topics to follow, separated by commas (leave "
               "blank for every post):<br>"
           DISPLAY "<input type='text' name='tags' size='60'"
               " maxlength='60' value='"
               FUNCTION TRIM(WB-TAGS(WS-FOUND-IDX)) "'></p>"
           IF WS-USED-COUNT > 0
               DISPLAY "<p>Topics in use: " WITH NO ADVANCING
               PERFORM VARYING WS-USED-IDX FROM 1 BY 1
                   UNTIL WS-USED-IDX > WS-USED-COUNT
                   IF WS-USED-IDX > 1
                       DISPLAY ", " WITH NO ADVANCING
                   END-IF
                   DISPLAY FUNCTION TRIM(WS-USED-TAG(WS-USED-IDX))
                       WITH NO ADVANCING
               END-PERFORM
               DISPLAY "</p>"
           END-IF
           DISPLAY "<p>"
           IF WB-FREQUENCY(WS-FOUND-IDX) = "W"
               DISPLAY "<input type='radio' name='frequency'"
                   " value='I'> Each post as it goes live<br>"
               DISPLAY "<input type='radio' name='frequency'"
                   " value='W' checked> One weekly digest</p>"
           ELSE
               DISPLAY "<input type='radio' name='frequency'"
                   " value='I' checked> Each post as it goes live<br>"
               DISPLAY "<input type='radio' name='frequency'"
                   " value='W'> One weekly digest</p>"
           END-IF
           DISPLAY "<p><input type='submit' value='Save'></p>"
           DISPLAY "</form>"
           DISPLAY "<p><a href='/subscribe/unsub?token="
               FUNCTION TRIM(WB-TOKEN(WS-FOUND-IDX))
               "'>Unsubscribe instead</a></p>"
           CALL "SITE-LAYOUT" USING "FOOTER" WS-PAGE-TITLE.

       RENDER-BAD-TOKEN.
           DISPLAY "Content-type: text/html"
           DISPLAY X"0A"
