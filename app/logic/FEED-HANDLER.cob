      * loaded table), emits up to WS-FEED-LIMIT items with absolute
      * /post/:id links built from the request's Host header, and
      * XML-escapes every title and body the same way TEMPLATE-ENGINE
      * escapes HTML token values.  Like /posts, the feed carries
      * one language: the primary_language setting's unless
      * /feed?lang= names another, so a subscriber to a translated
      * edition is not sent posts in a language they cannot read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SLIDE-IDX        PIC 9(3).
       01  WS-POST-IDX         PIC 9(3).
       01  WS-EMITTED-COUNT    PIC 9(3) VALUE 0.
      * Items per feed: the feed_limit site setting, which can
      * never exceed the WS-POST-ENTRY table it walks.
       01  WS-FEED-LIMIT       PIC 9(3) VALUE 20.
           COPY "SETTING-FIELDS.cpy".
           COPY "QUERY-PARAMS.cpy".
       01  WS-QUERY-STRING     PIC X(16384).
       01  WS-FIELD-IDX        PIC 99.
      * The language listed (see LIST-POSTS-HANDLER): a post with a
      * blank BP-LANG is in the primary language.
       01  WS-PRIMARY-LANG     PIC X(05).
       01  WS-WANT-LANG        PIC X(05).
       01  WS-POST-LANG        PIC X(05).
       01  WS-LANG-TEXT        PIC X(10).

      * Absolute links: the feed's <link> values have to carry the
      * full site address, so the Host header the request arrived on
       01  WS-ESC-OUT-POS      PIC 9999.

       PROCEDURE DIVISION.
           MOVE "feed_limit" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-FEED-LIMIT
           MOVE "primary_language" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-VALUE TO WS-PRIMARY-LANG
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT "QUERY_STRING"
           CALL "QUERY-PARSER" USING WS-QUERY-STRING
                                     QP-PARAMS-GRP
                                     QP-PARAM-COUNT
           PERFORM PICK-LANGUAGE
           ACCEPT WS-HTTP-HOST FROM ENVIRONMENT "HTTP_HOST"
           IF FUNCTION TRIM(WS-HTTP-HOST) = SPACES
               MOVE "localhost" TO WS-HTTP-HOST
           DISPLAY "<link>" FUNCTION TRIM(WS-BASE-URL) "/</link>"
           DISPLAY "<description>The Broseki blog, served straight "
               "out of COBOL.</description>"
           DISPLAY "<language>" FUNCTION TRIM(WS-WANT-LANG)
               "</language>"

           MOVE 0 TO WS-EMITTED-COUNT
           PERFORM VARYING WS-POST-IDX FROM WS-POST-COUNT BY -1

           EXIT PROGRAM.

      * Pulls ?lang= out of the parsed query string and checks it
      * by the post forms' language-code rule; missing or malformed
      * it means the primary language.
       PICK-LANGUAGE.
           MOVE WS-PRIMARY-LANG TO WS-WANT-LANG
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
           IF SG-VALUE-OK
               MOVE SG-VALUE TO WS-WANT-LANG
           END-IF.

      * Reads every published BLOG-POST-RECORD in the feed's
      * language into the table; the reverse walk above then yields
      * them newest-first.  When the
      * archive outgrows the table the OLDEST entries are slid out
      * to make room, so the feed always carries the newest posts --
      * keeping the first records instead would silently freeze the
                   AT END
                       MOVE 'Y' TO WS-EOF-POSTS
                   NOT AT END
                       MOVE BP-LANG TO WS-POST-LANG
                       IF WS-POST-LANG = SPACES
                           MOVE WS-PRIMARY-LANG TO WS-POST-LANG
                       END-IF
                       IF BP-PUBLISHED
                          AND WS-POST-LANG = WS-WANT-LANG
                           IF WS-POST-COUNT >= 200
                               PERFORM SLIDE-POST-TABLE
                           ELSE
