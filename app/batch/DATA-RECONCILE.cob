
      * Meant to run nightly from cron next to ACCESS-LOG-REPORT,
      * this cross-checks the four files that have to agree about
      * the blog's content and reports every disagreement before
      * a reader finds one: body chunks in data/blog-bodies whose
      * BB-ID has no master record, comments pointing at deleted
      * posts (PURGE-POST-COMMENTS can miss if a save dies
      * midway) or replying to a comment that is no longer on
      * file under the same post, blog-posts-index entries that
      * are missing, extra, or different from the master they
      * were compiled from, duplicate or gapped BP-IDs in the
      * master itself (gaps are normal after a delete -- ids are
      * never reused -- but a gap nobody remembers deleting is
      * worth a look),
      * duplicate BP-SLUGs, which the slug index resolves by
      * keeping the first owner and leaving the other post
      * unreachable at its canonical URL, and series whose part
      * numbers repeat, skip a number, or are missing altogether,
      * any of which leaves the series box on the post page in
      * the wrong order, and translations whose original was
      * deleted, never went live, or is itself a translation,
      * which leave a post linking readers to a page they cannot
      * reach.  Findings go to a dated plain-text
      * report and the run exits nonzero when anything was found,
      * so cron can flag it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WP-TAGS       PIC X(60).
               10  WP-AUTHOR     PIC X(20).
               10  WP-SLUG       PIC X(60).
               10  WP-SERIES     PIC X(60).
               10  WP-SERIES-PART PIC 9(3).
               10  WP-LANG       PIC X(05).
               10  WP-ORIGINAL-ID PIC 9(4).
               10  WP-INDEXED    PIC X(01).
       01  WS-POST-COUNT         PIC 9(3) VALUE 0.
      * Set when the master outgrew the table; the index and gap
       01  WS-INDEX-PROBLEMS     PIC 9(5) VALUE 0.
       01  WS-ID-PROBLEMS        PIC 9(5) VALUE 0.
       01  WS-SLUG-PROBLEMS      PIC 9(5) VALUE 0.
       01  WS-SERIES-PROBLEMS    PIC 9(5) VALUE 0.
       01  WS-ORPHAN-REPLIES     PIC 9(5) VALUE 0.
       01  WS-TRANSLATION-PROBLEMS PIC 9(5) VALUE 0.

      * Every comment's key and parent, kept from the orphan pass so
      * each reply can be matched against the comment it answers.
       01  WS-CMT-KEY-GRP.
           05  WS-CMT-KEY OCCURS 500 TIMES.
               10  CK-POST-ID    PIC 9(4).
               10  CK-TIMESTAMP  PIC X(21).
               10  CK-PARENT-TS  PIC X(21).
       01  WS-CMT-KEY-COUNT      PIC 9(3) VALUE 0.
       01  WS-CMT-KEY-IDX        PIC 9(3).
       01  WS-CMT-SCAN-IDX       PIC 9(3).
       01  WS-CMT-KEY-OVERFLOW   PIC X VALUE 'N'.
           88  CMT-KEY-OVERFLOW   VALUE 'Y'.
       01  WS-PARENT-FOUND       PIC X.
           88  PARENT-FOUND       VALUE 'Y'.

      * Each post's series name normalized the way the post page
      * and /series/:name compare them, slot for slot with the post
      * table, so posts typed "COBOL on the web" and "Cobol On The
      * Web" are checked as the one series they are.
       01  WS-SERIES-KEY-GRP.
           05  WK-KEY OCCURS 200 TIMES PIC X(60).
       01  WS-SERIES-HIGH        PIC 9(3).
       01  WS-SCAN-PART          PIC 9(3).
       01  WS-PART-HITS          PIC 9(3).
       01  WS-FIRST-OF-SERIES    PIC X.
           88  FIRST-OF-SERIES    VALUE 'Y'.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM CHECK-ID-SEQUENCE
           PERFORM CHECK-SLUG-UNIQUE
           PERFORM CHECK-SERIES
           PERFORM CHECK-TRANSLATIONS
           PERFORM CHECK-BODY-CHUNKS
           PERFORM CHECK-COMMENTS
           PERFORM CHECK-POSTS-INDEX
                           MOVE BP-AUTHOR
                               TO WP-AUTHOR(WS-POST-COUNT)
                           MOVE BP-SLUG TO WP-SLUG(WS-POST-COUNT)
                           MOVE BP-SERIES TO WP-SERIES(WS-POST-COUNT)
                           MOVE BP-SERIES-PART
                               TO WP-SERIES-PART(WS-POST-COUNT)
                           MOVE BP-LANG TO WP-LANG(WS-POST-COUNT)
                           MOVE BP-ORIGINAL-ID
                               TO WP-ORIGINAL-ID(WS-POST-COUNT)
                           MOVE 'N' TO WP-INDEXED(WS-POST-COUNT)
                       END-IF
               END-READ
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      * Series part numbers: a post in a series with no usable part
      * number, two posts claiming the same part, and numbers
      * missing between part 1 and the highest part on file.  The
      * admin form and the write API refuse the first two, so
      * these come from imports and hand edits; gaps also appear
      * when a part is deleted.  Drafts count -- a gap a draft will
      * fill is not a gap.
       CHECK-SERIES.
           MOVE "Series part numbers:" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WP-SERIES(WS-POST-IDX) = SPACES
                   MOVE SPACES TO WK-KEY(WS-POST-IDX)
               ELSE
                   CALL "SLUG-MAKER" USING WP-SERIES(WS-POST-IDX)
                                           WK-KEY(WS-POST-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WK-KEY(WS-POST-IDX) NOT = SPACES
                   PERFORM CHECK-ONE-SERIES-POST
               END-IF
           END-PERFORM
           IF WS-SERIES-PROBLEMS = 0
               MOVE "  clean" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      * The post at WS-POST-IDX: its own part number, any earlier
      * post holding the same part, and -- when it is the first
      * post of its series in the table -- the series' gaps.
       CHECK-ONE-SERIES-POST.
           IF WP-SERIES-PART(WS-POST-IDX) IS NOT NUMERIC
              OR WP-SERIES-PART(WS-POST-IDX) = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  no part number: post " WP-ID(WS-POST-IDX)
                   " is in series '"
                   FUNCTION TRIM(WP-SERIES(WS-POST-IDX))
                   "' without one"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM NOTE-PROBLEM
               ADD 1 TO WS-SERIES-PROBLEMS
           END-IF
           MOVE 'Y' TO WS-FIRST-OF-SERIES
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX >= WS-POST-IDX
               IF WK-KEY(WS-SCAN-IDX) = WK-KEY(WS-POST-IDX)
                   MOVE 'N' TO WS-FIRST-OF-SERIES
                   IF WP-SERIES-PART(WS-SCAN-IDX) IS NUMERIC
                      AND WP-SERIES-PART(WS-POST-IDX) IS NUMERIC
                      AND WP-SERIES-PART(WS-SCAN-IDX) > 0
                      AND WP-SERIES-PART(WS-SCAN-IDX)
                          = WP-SERIES-PART(WS-POST-IDX)
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  duplicate part: post "
                           WP-ID(WS-POST-IDX) " and post "
                           WP-ID(WS-SCAN-IDX) " are both part "
                           WP-SERIES-PART(WS-POST-IDX) " of '"
                           FUNCTION TRIM(WP-SERIES(WS-POST-IDX)) "'"
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       PERFORM NOTE-PROBLEM
                       ADD 1 TO WS-SERIES-PROBLEMS
                   END-IF
               END-IF
           END-PERFORM
           IF FIRST-OF-SERIES
               PERFORM CHECK-SERIES-GAPS
           END-IF.

      * Every part number from 1 to the series' highest must be
      * held by some post in the series.
       CHECK-SERIES-GAPS.
           MOVE 0 TO WS-SERIES-HIGH
           PERFORM VARYING WS-SCAN-IDX FROM WS-POST-IDX BY 1
               UNTIL WS-SCAN-IDX > WS-POST-COUNT
               IF WK-KEY(WS-SCAN-IDX) = WK-KEY(WS-POST-IDX)
                  AND WP-SERIES-PART(WS-SCAN-IDX) IS NUMERIC
                  AND WP-SERIES-PART(WS-SCAN-IDX) > WS-SERIES-HIGH
                   MOVE WP-SERIES-PART(WS-SCAN-IDX) TO WS-SERIES-HIGH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCAN-PART FROM 1 BY 1
               UNTIL WS-SCAN-PART > WS-SERIES-HIGH
               MOVE 0 TO WS-PART-HITS
               PERFORM VARYING WS-SCAN-IDX FROM WS-POST-IDX BY 1
                   UNTIL WS-SCAN-IDX > WS-POST-COUNT
                   IF WK-KEY(WS-SCAN-IDX) = WK-KEY(WS-POST-IDX)
                      AND WP-SERIES-PART(WS-SCAN-IDX) IS NUMERIC
                      AND WP-SERIES-PART(WS-SCAN-IDX) = WS-SCAN-PART
                       ADD 1 TO WS-PART-HITS
                   END-IF
               END-PERFORM
               IF WS-PART-HITS = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  gap: series '"
                       FUNCTION TRIM(WP-SERIES(WS-POST-IDX))
                       "' has no part " WS-SCAN-PART
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM NOTE-PROBLEM
                   ADD 1 TO WS-SERIES-PROBLEMS
               END-IF
           END-PERFORM.

      * Translations: the original a translation names must still
      * be on file, must be published (the "Also available in"
      * line only links live posts, so a translation of a draft
      * stands alone), and must not itself be a translation.
      * The forms refuse the last one; deletes and imports leave
      * the others behind.  Records written before translations
      * carry spaces here and are originals.
       CHECK-TRANSLATIONS.
           MOVE "Translations:" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-POST-COUNT
               IF WP-ORIGINAL-ID(WS-SCAN-IDX) IS NUMERIC
                  AND WP-ORIGINAL-ID(WS-SCAN-IDX) > 0
                   PERFORM CHECK-ONE-TRANSLATION
               END-IF
           END-PERFORM
           IF WS-TRANSLATION-PROBLEMS = 0
               MOVE "  clean" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       CHECK-ONE-TRANSLATION.
           MOVE WP-ORIGINAL-ID(WS-SCAN-IDX) TO WS-TARGET-ID
           PERFORM FIND-TARGET-POST
           IF WS-FOUND-IDX = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  orphaned translation: post "
                   WP-ID(WS-SCAN-IDX) " names deleted post "
                   WS-TARGET-ID " as its original"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM NOTE-PROBLEM
               ADD 1 TO WS-TRANSLATION-PROBLEMS
           ELSE
               IF WP-STATUS(WS-FOUND-IDX) NOT = "P"
                  AND WP-STATUS(WS-FOUND-IDX) NOT = SPACE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  unpublished original: post "
                       WP-ID(WS-SCAN-IDX) " translates post "
                       WS-TARGET-ID ", which is not live"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM NOTE-PROBLEM
                   ADD 1 TO WS-TRANSLATION-PROBLEMS
               END-IF
               IF WP-ORIGINAL-ID(WS-FOUND-IDX) IS NUMERIC
                  AND WP-ORIGINAL-ID(WS-FOUND-IDX) > 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  chained translation: post "
                       WP-ID(WS-SCAN-IDX) " translates post "
                       WS-TARGET-ID ", itself a translation"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM NOTE-PROBLEM
                   ADD 1 TO WS-TRANSLATION-PROBLEMS
               END-IF
           END-IF.

      * Orphaned continuation chunks: a BB-ID with no master record
      * is exactly the dangling text the hand-edit incident left
      * behind.  An out-of-range BB-SEQ is reported too, since
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      * Comments pointing at posts that no longer exist, then
      * replies whose parent comment is gone from the same post
      * (the admin delete takes replies along, so one showing up
      * here means the file was edited or a rewrite died midway).
       CHECK-COMMENTS.
           MOVE "Comments (data/comments):" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
                           PERFORM NOTE-PROBLEM
                           ADD 1 TO WS-ORPHAN-COMMENTS
                       END-IF
                       IF WS-CMT-KEY-COUNT >= 500
                           MOVE 'Y' TO WS-CMT-KEY-OVERFLOW
                       ELSE
                           ADD 1 TO WS-CMT-KEY-COUNT
                           MOVE CO-POST-ID
                               TO CK-POST-ID(WS-CMT-KEY-COUNT)
                           MOVE CO-TIMESTAMP
                               TO CK-TIMESTAMP(WS-CMT-KEY-COUNT)
                           MOVE CO-PARENT-TS
                               TO CK-PARENT-TS(WS-CMT-KEY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMMENTS-STATUS NOT = "35"
               CLOSE COMMENTS-FILE
           END-IF
           PERFORM CHECK-REPLY-PARENTS
           IF WS-ORPHAN-COMMENTS = 0 AND WS-ORPHAN-REPLIES = 0
               MOVE "  clean" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       CHECK-REPLY-PARENTS.
           IF CMT-KEY-OVERFLOW
               MOVE "  more than 500 comments on file; reply parents not
      -            " checked" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CMT-KEY-IDX FROM 1 BY 1
               UNTIL WS-CMT-KEY-IDX > WS-CMT-KEY-COUNT
               IF CK-PARENT-TS(WS-CMT-KEY-IDX) NOT = SPACES
                   MOVE 'N' TO WS-PARENT-FOUND
                   PERFORM VARYING WS-CMT-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-CMT-SCAN-IDX > WS-CMT-KEY-COUNT
                          OR PARENT-FOUND
                       IF CK-TIMESTAMP(WS-CMT-SCAN-IDX)
                          = CK-PARENT-TS(WS-CMT-KEY-IDX)
                          AND CK-POST-ID(WS-CMT-SCAN-IDX)
                              = CK-POST-ID(WS-CMT-KEY-IDX)
                           MOVE 'Y' TO WS-PARENT-FOUND
                       END-IF
                   END-PERFORM
                   IF NOT PARENT-FOUND
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  orphaned reply: post "
                           CK-POST-ID(WS-CMT-KEY-IDX) " at "
                           CK-TIMESTAMP(WS-CMT-KEY-IDX)(1:14)
                           " answers missing comment "
                           CK-PARENT-TS(WS-CMT-KEY-IDX)(1:14)
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       PERFORM NOTE-PROBLEM
                       ADD 1 TO WS-ORPHAN-REPLIES
                   END-IF
               END-IF
           END-PERFORM.

      * The derived index against the master it was compiled from:
      * entries with no master record, entries whose columns
      * disagree with the master's, and master records the index
                  OR PI-TAGS NOT = WP-TAGS(WS-FOUND-IDX)
                  OR PI-AUTHOR NOT = WP-AUTHOR(WS-FOUND-IDX)
                  OR PI-SLUG NOT = WP-SLUG(WS-FOUND-IDX)
                  OR PI-SERIES NOT = WP-SERIES(WS-FOUND-IDX)
                  OR PI-SERIES-PART
                     NOT = WP-SERIES-PART(WS-FOUND-IDX)
                  OR PI-LANG NOT = WP-LANG(WS-FOUND-IDX)
                  OR PI-ORIGINAL-ID
                     NOT = WP-ORIGINAL-ID(WS-FOUND-IDX)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  disagreement: index id " PI-ID
                       " differs from the master record"
