       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOT-FOUND-REPORT.

      * Meant to run once a week, this reads the last seven days of
      * "access-log" (NOT_FOUND_DAYS overrides the window) and ranks
      * every path that was answered with a 404 -- whether it fell
      * through the routes file to 404-HANDLER or a matched handler
      * found nothing to show -- by hit count, with the pages that
      * linked to it.  For each one it suggests the likeliest
      * target: the post that used to answer at that slug or id
      * (from data/post-revisions), a live post whose title or slug
      * shares most of the path's words (resolved through the slugs
      * index, so a duplicate slug never wins), or failing both a
      * tag page.  The suggestions are repeated at the end as
      * REDIRECT lines ready to paste into the routes file once
      * someone has looked them over.  Obvious bot probes (wp-admin,
      * .php, .env and the like) are listed in a section of their
      * own with no suggestion, so they don't drown the real ones.
      * Read-only: nothing here touches the routes file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "access-log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT BLOG-POSTS-FILE ASSIGN TO "data/blog-posts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTS-STATUS.
           SELECT SLUGS-INDEX-FILE ASSIGN TO "data/blog-slugs-index"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-SLUG
               FILE STATUS IS WS-SLUGS-STATUS.
           SELECT REVISIONS-FILE ASSIGN TO "data/post-revisions"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISIONS-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD PIC X(500).
       FD  BLOG-POSTS-FILE.
           COPY "BLOG-POST.cpy".
       FD  SLUGS-INDEX-FILE.
           COPY "SLUG-INDEX.cpy".
       FD  REVISIONS-FILE.
           COPY "REVISION-REC.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS        PIC XX.
       01  WS-POSTS-STATUS      PIC XX.
       01  WS-SLUGS-STATUS      PIC XX.
       01  WS-REVISIONS-STATUS  PIC XX.
       01  WS-LOG-LINE          PIC X(500).
       01  WS-EOF-LOG           PIC X VALUE 'N'.
           88  EOF-LOG           VALUE 'Y'.
       01  WS-EOF-POSTS         PIC X VALUE 'N'.
           88  EOF-POSTS         VALUE 'Y'.
       01  WS-EOF-REVISIONS     PIC X VALUE 'N'.
           88  EOF-REVISIONS     VALUE 'Y'.
      * A missing slugs index is not fatal: the master's own slug
      * column is trusted instead, the way GET-POST-HANDLER falls
      * back to scanning the master.
       01  WS-SLUGS-AVAILABLE   PIC X VALUE 'N'.
           88  SLUGS-AVAILABLE   VALUE 'Y'.

       01  WS-TODAY             PIC X(8).
       01  WS-TODAY-NUM         PIC 9(8).
       01  WS-TODAY-INT         PIC 9(9).
       01  WS-FROM-INT          PIC 9(9).
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-LINE-DATE         PIC X(8).
       01  WS-LINE-DATE-NUM REDEFINES WS-LINE-DATE PIC 9(8).
       01  WS-DAYS-TEXT         PIC X(10).
       01  WS-WINDOW-DAYS       PIC 9(3) VALUE 7.
       01  WS-REPORT-PATH       PIC X(100).
       01  WS-REPORT-LINE       PIC X(200).

      * One access-log line's leading fields: timestamp, method,
      * path, handler, result, referer -- the shape LOG-ACCESS-ENTRY
      * writes, as ACCESS-LOG-REPORT reads it.
       01  WS-TOKENS-GRP.
           05  WS-TOKEN         PIC X(100) OCCURS 6 TIMES.

      * Substrings that mark a path as somebody's scanner looking
      * for software this site does not run, matched against the
      * lower-cased path.
       01  WS-PROBE-MARKER-VALUES.
           05  FILLER PIC X(12) VALUE "wp-".
           05  FILLER PIC X(12) VALUE ".php".
           05  FILLER PIC X(12) VALUE ".env".
           05  FILLER PIC X(12) VALUE "/.git".
           05  FILLER PIC X(12) VALUE "xmlrpc".
           05  FILLER PIC X(12) VALUE "cgi-bin".
           05  FILLER PIC X(12) VALUE ".asp".
           05  FILLER PIC X(12) VALUE "phpmyadmin".
           05  FILLER PIC X(12) VALUE ".sql".
           05  FILLER PIC X(12) VALUE "/.aws".
       01  WS-PROBE-MARKER-TABLE REDEFINES WS-PROBE-MARKER-VALUES.
           05  WS-PROBE-MARKER  PIC X(12) OCCURS 10 TIMES.
       01  WS-PROBE-MARKER-COUNT PIC 99 VALUE 10.
       01  WS-MARKER-IDX        PIC 99.
       01  WS-IS-PROBE          PIC X VALUE 'N'.
           88  IS-PROBE          VALUE 'Y'.

      * Every distinct not-found path in the window, with the
      * suggestion worked out for it once the tallying is done.
       01  WS-PATH-STATS-GRP.
           05  WS-PATH-STAT OCCURS 200 TIMES.
               10  WS-PS-PATH     PIC X(100).
               10  WS-PS-COUNT    PIC 9(6).
               10  WS-PS-PROBE    PIC X.
               10  WS-PS-TARGET   PIC X(80).
               10  WS-PS-REASON   PIC X(80).
       01  WS-PATH-STAT-COUNT   PIC 9(3) VALUE 0.
       01  WS-SWAP-PATH-STAT.
           05  WS-SW-PATH       PIC X(100).
           05  WS-SW-COUNT      PIC 9(6).
           05  WS-SW-PROBE      PIC X.
           05  WS-SW-TARGET     PIC X(80).
           05  WS-SW-REASON     PIC X(80).

      * Referers per not-found path, keyed by the path text so the
      * path table can be re-sorted without losing the link.
       01  WS-REFERER-STATS-GRP.
           05  WS-REFERER-STAT OCCURS 400 TIMES.
               10  WS-RF-PATH     PIC X(100).
               10  WS-RF-REFERER  PIC X(100).
               10  WS-RF-COUNT    PIC 9(6).
       01  WS-REFERER-STAT-COUNT PIC 9(3) VALUE 0.
       01  WS-SWAP-REFERER-STAT.
           05  WS-SWR-PATH      PIC X(100).
           05  WS-SWR-REFERER   PIC X(100).
           05  WS-SWR-COUNT     PIC 9(6).
       01  WS-REFERER-LIMIT     PIC 99 VALUE 3.
       01  WS-REFERERS-SHOWN    PIC 99.

      * Every post in the master: live ones are redirect targets,
      * the rest only tell a gone post from a live one.  WS-PT-WORDS
      * is the lower-cased title and slug with punctuation blanked
      * and a space at each end, so a whole word is found by
      * searching for it with a space either side.
       01  WS-POST-TABLE-GRP.
           05  WS-POST-ENTRY OCCURS 500 TIMES.
               10  WS-PT-ID       PIC 9(4).
               10  WS-PT-LIVE     PIC X.
               10  WS-PT-SLUG     PIC X(60).
               10  WS-PT-TITLE    PIC X(60).
               10  WS-PT-WORDS    PIC X(130).
       01  WS-POST-COUNT        PIC 9(3) VALUE 0.
       01  WS-POST-IDX          PIC 9(3).

      * Every slug a post has ever carried, from its revisions,
      * with the title it had the last time it was saved.
       01  WS-FORMER-GRP.
           05  WS-FORMER-ENTRY OCCURS 500 TIMES.
               10  WS-FM-ID       PIC 9(4).
               10  WS-FM-SLUG     PIC X(60).
               10  WS-FM-TITLE    PIC X(60).
       01  WS-FORMER-COUNT      PIC 9(3) VALUE 0.
       01  WS-FORMER-IDX        PIC 9(3).
       01  WS-FOUND-FORMER      PIC 9(3).

      * Tags on live posts that can stand in a URL as they are,
      * with how many live posts carry each.
       01  WS-TAG-TABLE-GRP.
           05  WS-TAG-ENTRY OCCURS 100 TIMES.
               10  WS-TG-NAME     PIC X(30).
               10  WS-TG-POSTS    PIC 9(4).
       01  WS-TAG-COUNT         PIC 9(3) VALUE 0.
       01  WS-TAG-IDX           PIC 9(3).
       01  WS-TAGS-LOWER        PIC X(60).
       01  WS-TAG-PARTS-GRP.
           05  WS-TAG-PART      PIC X(30) OCCURS 6 TIMES.
       01  WS-PART-IDX          PIC 9.
       01  WS-TAG-WORK          PIC X(30).
       01  WS-BEST-TAG          PIC 9(3).

       01  WS-PUNCTUATION       PIC X(15) VALUE "-_.,:;!?()'+/&%".
       01  WS-PUNCT-BLANKS      PIC X(15) VALUE SPACES.
       01  WS-PATH-LOWER        PIC X(100).
       01  WS-PATH-LEN          PIC 9(3).
       01  WS-SCAN-POS          PIC S9(3).
       01  WS-SEGMENT           PIC X(100).
       01  WS-SEG-LEN           PIC 9(3).
       01  WS-MATCH-TEXT        PIC X(100).
       01  WS-WORK-TEXT         PIC X(100).
       01  WS-WORDS-GRP.
           05  WS-WORD          PIC X(30) OCCURS 10 TIMES.
       01  WS-WORD-IDX          PIC 99.
       01  WS-WORD-LEN          PIC 99.
       01  WS-SIG-WORDS         PIC 99.
       01  WS-SCORE             PIC 99.
       01  WS-BEST-SCORE        PIC 99.
       01  WS-BEST-POST         PIC 9(3).
       01  WS-NEEDLE            PIC X(32).
       01  WS-NEEDLE-LEN        PIC 99.
       01  WS-TALLY             PIC 9(4).
       01  WS-WANTED-ID         PIC 9(4).
       01  WS-FORMER-GONE       PIC X VALUE 'N'.
           88  FORMER-GONE       VALUE 'Y'.
       01  WS-TARGET-SLUG       PIC X(60).

       01  WS-STAT-IDX          PIC 9(3).
       01  WS-OTHER-IDX         PIC 9(3).
       01  WS-FOUND-STAT        PIC X VALUE 'N'.
           88  FOUND-STAT        VALUE 'Y'.
       01  WS-TOTAL-404         PIC 9(6) VALUE 0.
       01  WS-UNTRACKED-HITS    PIC 9(6) VALUE 0.
       01  WS-PROBE-PATHS       PIC 9(6) VALUE 0.
       01  WS-PROBE-HITS        PIC 9(6) VALUE 0.
       01  WS-SUGGESTED-COUNT   PIC 9(6) VALUE 0.
       01  WS-COUNT-TEXT        PIC ZZZ,ZZ9.
       01  WS-ID-TEXT           PIC ZZZ9.

      * Works out the window, tallies the 404 lines in it, loads
      * what the suggestions are drawn from, and writes the report.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-NUM
           ACCEPT WS-DAYS-TEXT FROM ENVIRONMENT "NOT_FOUND_DAYS"
           IF FUNCTION TRIM(WS-DAYS-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DAYS-TEXT) TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS = 0
               MOVE 7 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           MOVE SPACES TO WS-REPORT-PATH
           STRING "not-found-report-" WS-TODAY ".txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH

           OPEN INPUT ACCESS-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "No access-log file found, nothing to report"
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-LOG
               READ ACCESS-LOG-FILE INTO WS-LOG-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-LOG
                   NOT AT END
                       PERFORM PROCESS-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG-FILE

           PERFORM LOAD-POSTS
           PERFORM LOAD-FORMER-SLUGS
           OPEN INPUT SLUGS-INDEX-FILE
           IF WS-SLUGS-STATUS = "00"
               MOVE 'Y' TO WS-SLUGS-AVAILABLE
           END-IF

           PERFORM SORT-PATH-STATS
           PERFORM SORT-REFERER-STATS
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-PATH-STAT-COUNT
               IF WS-PS-PROBE(WS-STAT-IDX) = 'Y'
                   ADD 1 TO WS-PROBE-PATHS
                   ADD WS-PS-COUNT(WS-STAT-IDX) TO WS-PROBE-HITS
               ELSE
                   PERFORM SUGGEST-TARGET
                   IF WS-PS-TARGET(WS-STAT-IDX) NOT = SPACES
                       ADD 1 TO WS-SUGGESTED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF SLUGS-AVAILABLE
               CLOSE SLUGS-INDEX-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT
           CLOSE REPORT-FILE

           DISPLAY "Wrote " FUNCTION TRIM(WS-REPORT-PATH)

           STOP RUN.

      * Tallies one access-log line if it falls inside the window
      * and was answered with a 404; anything else is some other
      * report's business.
       PROCESS-LOG-LINE.
           MOVE WS-LOG-LINE(1:8) TO WS-LINE-DATE
           IF WS-LINE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-DATE-NUM < WS-FROM-DATE
              OR WS-LINE-DATE-NUM > WS-TODAY-NUM
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-TOKENS-GRP
           UNSTRING WS-LOG-LINE DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                    WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
           END-UNSTRING
           IF FUNCTION TRIM(WS-TOKEN(5)) NOT = "404"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-404
           PERFORM RECORD-PATH-STAT
           PERFORM RECORD-REFERER-STAT.

      * Adds one hit to this line's path, creating its entry (and
      * deciding once whether it is a bot probe) the first time the
      * path is seen.  Hits on paths past the table's capacity are
      * still counted, so the report can say how many went untold.
       RECORD-PATH-STAT.
           MOVE 'N' TO WS-FOUND-STAT
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-PATH-STAT-COUNT
               IF WS-PS-PATH(WS-STAT-IDX) = WS-TOKEN(3)
                   ADD 1 TO WS-PS-COUNT(WS-STAT-IDX)
                   MOVE 'Y' TO WS-FOUND-STAT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FOUND-STAT
               EXIT PARAGRAPH
           END-IF
           IF WS-PATH-STAT-COUNT >= 200
               ADD 1 TO WS-UNTRACKED-HITS
               EXIT PARAGRAPH
           END-IF
           PERFORM CLASSIFY-PROBE
           ADD 1 TO WS-PATH-STAT-COUNT
           MOVE WS-TOKEN(3) TO WS-PS-PATH(WS-PATH-STAT-COUNT)
           MOVE 1 TO WS-PS-COUNT(WS-PATH-STAT-COUNT)
           MOVE WS-IS-PROBE TO WS-PS-PROBE(WS-PATH-STAT-COUNT)
           MOVE SPACES TO WS-PS-TARGET(WS-PATH-STAT-COUNT)
           MOVE SPACES TO WS-PS-REASON(WS-PATH-STAT-COUNT).

      * Sets WS-IS-PROBE when the lower-cased path contains any of
      * the WS-PROBE-MARKER substrings.
       CLASSIFY-PROBE.
           MOVE FUNCTION LOWER-CASE(WS-TOKEN(3)) TO WS-PATH-LOWER
           MOVE 'N' TO WS-IS-PROBE
           PERFORM VARYING WS-MARKER-IDX FROM 1 BY 1
               UNTIL WS-MARKER-IDX > WS-PROBE-MARKER-COUNT
                  OR IS-PROBE
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-PROBE-MARKER(WS-MARKER-IDX)))
                   TO WS-NEEDLE-LEN
               MOVE 0 TO WS-TALLY
               INSPECT WS-PATH-LOWER TALLYING WS-TALLY FOR ALL
                   WS-PROBE-MARKER(WS-MARKER-IDX)(1:WS-NEEDLE-LEN)
               IF WS-TALLY > 0
                   MOVE 'Y' TO WS-IS-PROBE
               END-IF
           END-PERFORM.

      * Adds one hit to this path+referer pair, skipping the "-"
      * LOG-ACCESS-ENTRY writes for a request with no Referer.
       RECORD-REFERER-STAT.
           IF FUNCTION TRIM(WS-TOKEN(6)) = "-"
              OR FUNCTION TRIM(WS-TOKEN(6)) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND-STAT
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-REFERER-STAT-COUNT
               IF WS-RF-PATH(WS-STAT-IDX) = WS-TOKEN(3)
                  AND WS-RF-REFERER(WS-STAT-IDX) = WS-TOKEN(6)
                   ADD 1 TO WS-RF-COUNT(WS-STAT-IDX)
                   MOVE 'Y' TO WS-FOUND-STAT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT FOUND-STAT AND WS-REFERER-STAT-COUNT < 400
               ADD 1 TO WS-REFERER-STAT-COUNT
               MOVE WS-TOKEN(3) TO WS-RF-PATH(WS-REFERER-STAT-COUNT)
               MOVE WS-TOKEN(6)
                   TO WS-RF-REFERER(WS-REFERER-STAT-COUNT)
               MOVE 1 TO WS-RF-COUNT(WS-REFERER-STAT-COUNT)
           END-IF.

      * Loads every post in the master into WS-POST-TABLE-GRP, and
      * the tags of the live ones into WS-TAG-TABLE-GRP.  A missing
      * master just leaves nothing to suggest.
       LOAD-POSTS.
           OPEN INPUT BLOG-POSTS-FILE
           IF WS-POSTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-POSTS
               READ BLOG-POSTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-POSTS
                   NOT AT END
                       IF WS-POST-COUNT < 500
                           PERFORM STORE-POST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOG-POSTS-FILE.

      * Copies the current master record into the next table slot.
       STORE-POST.
           ADD 1 TO WS-POST-COUNT
           MOVE BP-ID TO WS-PT-ID(WS-POST-COUNT)
           MOVE BP-SLUG TO WS-PT-SLUG(WS-POST-COUNT)
           MOVE BP-TITLE TO WS-PT-TITLE(WS-POST-COUNT)
           IF BP-PUBLISHED
               MOVE 'Y' TO WS-PT-LIVE(WS-POST-COUNT)
           ELSE
               MOVE 'N' TO WS-PT-LIVE(WS-POST-COUNT)
           END-IF
           MOVE SPACES TO WS-PT-WORDS(WS-POST-COUNT)
           STRING " " FUNCTION LOWER-CASE(FUNCTION TRIM(BP-TITLE))
                  " " FUNCTION LOWER-CASE(FUNCTION TRIM(BP-SLUG))
               DELIMITED BY SIZE
               INTO WS-PT-WORDS(WS-POST-COUNT)
           INSPECT WS-PT-WORDS(WS-POST-COUNT)
               CONVERTING WS-PUNCTUATION TO WS-PUNCT-BLANKS
           IF BP-PUBLISHED
               PERFORM COLLECT-POST-TAGS
           END-IF.

      * Splits the current post's comma-separated tags and counts
      * each one; a tag with a space in it would not survive as a
      * REDIRECT target, so it is left out.
       COLLECT-POST-TAGS.
           MOVE FUNCTION LOWER-CASE(BP-TAGS) TO WS-TAGS-LOWER
           INITIALIZE WS-TAG-PARTS-GRP
           UNSTRING WS-TAGS-LOWER DELIMITED BY ","
               INTO WS-TAG-PART(1) WS-TAG-PART(2) WS-TAG-PART(3)
                    WS-TAG-PART(4) WS-TAG-PART(5) WS-TAG-PART(6)
           END-UNSTRING
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > 6
               MOVE FUNCTION TRIM(WS-TAG-PART(WS-PART-IDX))
                   TO WS-TAG-WORK
               MOVE 0 TO WS-TALLY
               INSPECT FUNCTION TRIM(WS-TAG-WORK)
                   TALLYING WS-TALLY FOR ALL " "
               IF WS-TAG-WORK NOT = SPACES AND WS-TALLY = 0
                   PERFORM COUNT-TAG
               END-IF
           END-PERFORM.

      * Adds one post to WS-TAG-WORK's entry, creating it if new.
       COUNT-TAG.
           MOVE 'N' TO WS-FOUND-STAT
           PERFORM VARYING WS-TAG-IDX FROM 1 BY 1
               UNTIL WS-TAG-IDX > WS-TAG-COUNT
               IF WS-TG-NAME(WS-TAG-IDX) = WS-TAG-WORK
                   ADD 1 TO WS-TG-POSTS(WS-TAG-IDX)
                   MOVE 'Y' TO WS-FOUND-STAT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT FOUND-STAT AND WS-TAG-COUNT < 100
               ADD 1 TO WS-TAG-COUNT
               MOVE WS-TAG-WORK TO WS-TG-NAME(WS-TAG-COUNT)
               MOVE 1 TO WS-TG-POSTS(WS-TAG-COUNT)
           END-IF.

      * Reads data/post-revisions oldest first, keeping one entry per
      * id+slug pair so a renamed post is remembered under every slug
      * it has had; the title is overwritten as later revisions come
      * along, leaving the one it carried most recently.
       LOAD-FORMER-SLUGS.
           OPEN INPUT REVISIONS-FILE
           IF WS-REVISIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-REVISIONS
               READ REVISIONS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-REVISIONS
                   NOT AT END
                       PERFORM STORE-FORMER-SLUG
               END-READ
           END-PERFORM
           CLOSE REVISIONS-FILE.

      * Records the current revision's id+slug, or refreshes the
      * title of the entry already holding it.
       STORE-FORMER-SLUG.
           MOVE FUNCTION LOWER-CASE(RV-SLUG) TO WS-TARGET-SLUG
           MOVE 'N' TO WS-FOUND-STAT
           PERFORM VARYING WS-FORMER-IDX FROM 1 BY 1
               UNTIL WS-FORMER-IDX > WS-FORMER-COUNT
               IF WS-FM-ID(WS-FORMER-IDX) = RV-ID
                  AND WS-FM-SLUG(WS-FORMER-IDX) = WS-TARGET-SLUG
                   MOVE RV-TITLE TO WS-FM-TITLE(WS-FORMER-IDX)
                   MOVE 'Y' TO WS-FOUND-STAT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT FOUND-STAT AND WS-FORMER-COUNT < 500
               ADD 1 TO WS-FORMER-COUNT
               MOVE RV-ID TO WS-FM-ID(WS-FORMER-COUNT)
               MOVE WS-TARGET-SLUG TO WS-FM-SLUG(WS-FORMER-COUNT)
               MOVE RV-TITLE TO WS-FM-TITLE(WS-FORMER-COUNT)
           END-IF.

      * Descending bubble sort of WS-PATH-STATS-GRP by hit count, the
      * same as ACCESS-LOG-REPORT's, whole entries swapped at a time.
       SORT-PATH-STATS.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX >= WS-PATH-STAT-COUNT
               PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX >
                       WS-PATH-STAT-COUNT - WS-STAT-IDX
                   IF WS-PS-COUNT(WS-OTHER-IDX)
                      < WS-PS-COUNT(WS-OTHER-IDX + 1)
                       MOVE WS-PATH-STAT(WS-OTHER-IDX)
                           TO WS-SWAP-PATH-STAT
                       MOVE WS-PATH-STAT(WS-OTHER-IDX + 1)
                           TO WS-PATH-STAT(WS-OTHER-IDX)
                       MOVE WS-SWAP-PATH-STAT
                           TO WS-PATH-STAT(WS-OTHER-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Same descending bubble sort, over WS-REFERER-STATS-GRP.
       SORT-REFERER-STATS.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX >= WS-REFERER-STAT-COUNT
               PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX >
                       WS-REFERER-STAT-COUNT - WS-STAT-IDX
                   IF WS-RF-COUNT(WS-OTHER-IDX)
                      < WS-RF-COUNT(WS-OTHER-IDX + 1)
                       MOVE WS-REFERER-STAT(WS-OTHER-IDX)
                           TO WS-SWAP-REFERER-STAT
                       MOVE WS-REFERER-STAT(WS-OTHER-IDX + 1)
                           TO WS-REFERER-STAT(WS-OTHER-IDX)
                       MOVE WS-SWAP-REFERER-STAT
                           TO WS-REFERER-STAT(WS-OTHER-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Works out the redirect target for path WS-STAT-IDX, most
      * certain first: the live post that used to answer at that
      * slug; then the live post whose title or slug shares most
      * of the words (of the path, or of a gone post's last title);
      * then a tag page named by one of the path's words.  Leaves
      * WS-PS-TARGET blank when nothing is convincing.
       SUGGEST-TARGET.
           MOVE FUNCTION LOWER-CASE(WS-PS-PATH(WS-STAT-IDX))
               TO WS-PATH-LOWER
           PERFORM EXTRACT-LAST-SEGMENT
           IF WS-SEGMENT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BEST-POST
           MOVE 'N' TO WS-FORMER-GONE
           MOVE WS-SEGMENT TO WS-MATCH-TEXT
           PERFORM CHECK-FORMER-POST
           IF WS-BEST-POST = 0
               PERFORM SPLIT-MATCH-WORDS
               PERFORM FIND-SIMILAR-POST
           END-IF
           IF WS-BEST-POST > 0
               PERFORM BUILD-POST-TARGET
           ELSE
               MOVE WS-SEGMENT TO WS-MATCH-TEXT
               PERFORM SPLIT-MATCH-WORDS
               PERFORM FIND-MATCHING-TAG
           END-IF
      * A suggestion that points straight back at the broken path
      * would only loop.
           IF FUNCTION LOWER-CASE(WS-PS-TARGET(WS-STAT-IDX))
              = WS-PATH-LOWER
               MOVE SPACES TO WS-PS-TARGET(WS-STAT-IDX)
               MOVE SPACES TO WS-PS-REASON(WS-STAT-IDX)
           END-IF.

      * Puts the path's last segment in WS-SEGMENT (and its length
      * in WS-SEG-LEN), ignoring a trailing slash and dropping a
      * page extension left over from an older site's URLs.
       EXTRACT-LAST-SEGMENT.
           MOVE SPACES TO WS-SEGMENT
           MOVE 0 TO WS-SEG-LEN
           IF WS-PATH-LOWER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PATH-LOWER TRAILING))
               TO WS-PATH-LEN
           IF WS-PATH-LEN > 1 AND WS-PATH-LOWER(WS-PATH-LEN:1) = "/"
               SUBTRACT 1 FROM WS-PATH-LEN
           END-IF
           MOVE WS-PATH-LEN TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS < 1
               IF WS-PATH-LOWER(WS-SCAN-POS:1) = "/"
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS >= WS-PATH-LEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SEG-LEN = WS-PATH-LEN - WS-SCAN-POS
           MOVE WS-PATH-LOWER(WS-SCAN-POS + 1:WS-SEG-LEN)
               TO WS-SEGMENT
           EVALUATE TRUE
               WHEN WS-SEG-LEN > 5
                    AND WS-SEGMENT(WS-SEG-LEN - 4:5) = ".html"
                   MOVE SPACES TO WS-SEGMENT(WS-SEG-LEN - 4:5)
                   SUBTRACT 5 FROM WS-SEG-LEN
               WHEN WS-SEG-LEN > 4
                    AND WS-SEGMENT(WS-SEG-LEN - 3:4) = ".htm"
                   MOVE SPACES TO WS-SEGMENT(WS-SEG-LEN - 3:4)
                   SUBTRACT 4 FROM WS-SEG-LEN
           END-EVALUATE.

      * Looks the segment up among the slugs (or, for /post/<n>, the
      * ids) the revisions remember.  If that post is still live it
      * is the answer outright; if it is gone, its last title
      * becomes the text the similar-title search matches on.  A
      * numeric segment no revision knows has nothing to go on.
       CHECK-FORMER-POST.
           MOVE 0 TO WS-FOUND-FORMER
           IF FUNCTION TRIM(WS-SEGMENT) IS NUMERIC
               MOVE SPACES TO WS-MATCH-TEXT
               IF WS-PATH-LOWER(1:6) NOT = "/post/" OR WS-SEG-LEN > 4
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-SEGMENT) TO WS-WANTED-ID
               PERFORM VARYING WS-FORMER-IDX FROM 1 BY 1
                   UNTIL WS-FORMER-IDX > WS-FORMER-COUNT
                   IF WS-FM-ID(WS-FORMER-IDX) = WS-WANTED-ID
                       MOVE WS-FORMER-IDX TO WS-FOUND-FORMER
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-FORMER-IDX FROM 1 BY 1
                   UNTIL WS-FORMER-IDX > WS-FORMER-COUNT
                   IF WS-FM-SLUG(WS-FORMER-IDX) = WS-SEGMENT
                       MOVE WS-FORMER-IDX TO WS-FOUND-FORMER
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-FORMER = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WS-PT-ID(WS-POST-IDX) = WS-FM-ID(WS-FOUND-FORMER)
                  AND WS-PT-LIVE(WS-POST-IDX) = 'Y'
                   MOVE WS-POST-IDX TO WS-BEST-POST
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-FM-ID(WS-FOUND-FORMER) TO WS-ID-TEXT
           IF WS-BEST-POST > 0
               MOVE SPACES TO WS-PS-REASON(WS-STAT-IDX)
               STRING "former address of post "
                      FUNCTION TRIM(WS-ID-TEXT)
                   DELIMITED BY SIZE
                   INTO WS-PS-REASON(WS-STAT-IDX)
           ELSE
               MOVE 'Y' TO WS-FORMER-GONE
               MOVE WS-FM-TITLE(WS-FOUND-FORMER) TO WS-MATCH-TEXT
           END-IF.

      * Lower-cases WS-MATCH-TEXT, blanks its punctuation and splits
      * it into WS-WORD, keeping only the words long enough to mean
      * something (three letters or more, and not the commonest
      * joining words); WS-SIG-WORDS counts those kept.
       SPLIT-MATCH-WORDS.
           INITIALIZE WS-WORDS-GRP
           MOVE 0 TO WS-SIG-WORDS
           MOVE FUNCTION LOWER-CASE(WS-MATCH-TEXT) TO WS-WORK-TEXT
           INSPECT WS-WORK-TEXT
               CONVERTING WS-PUNCTUATION TO WS-PUNCT-BLANKS
           MOVE FUNCTION TRIM(WS-WORK-TEXT) TO WS-WORK-TEXT
           IF WS-WORK-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-WORK-TEXT DELIMITED BY ALL SPACE
               INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4)
                    WS-WORD(5) WS-WORD(6) WS-WORD(7) WS-WORD(8)
                    WS-WORD(9) WS-WORD(10)
           END-UNSTRING
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
               UNTIL WS-WORD-IDX > 10
               IF WS-WORD(WS-WORD-IDX) NOT = SPACES
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(WS-WORD(WS-WORD-IDX)))
                       TO WS-WORD-LEN
                   EVALUATE TRUE
                       WHEN WS-WORD-LEN < 3
                       WHEN WS-WORD(WS-WORD-IDX) = "the"
                       WHEN WS-WORD(WS-WORD-IDX) = "and"
                       WHEN WS-WORD(WS-WORD-IDX) = "for"
                       WHEN WS-WORD(WS-WORD-IDX) = "with"
                       WHEN WS-WORD(WS-WORD-IDX) = "from"
                           MOVE SPACES TO WS-WORD(WS-WORD-IDX)
                       WHEN OTHER
                           ADD 1 TO WS-SIG-WORDS
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Scores every live post by how many of WS-WORD appear as
      * whole words in its title or slug, keeping the best (the
      * earliest in the master on a tie).  A best that matches
      * fewer than half the words is a coincidence, not a match.
       FIND-SIMILAR-POST.
           MOVE 0 TO WS-BEST-POST
           MOVE 0 TO WS-BEST-SCORE
           IF WS-SIG-WORDS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WS-PT-LIVE(WS-POST-IDX) = 'Y'
                   PERFORM SCORE-POST
                   IF WS-SCORE > WS-BEST-SCORE
                       MOVE WS-SCORE TO WS-BEST-SCORE
                       MOVE WS-POST-IDX TO WS-BEST-POST
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-SCORE * 2 < WS-SIG-WORDS
               MOVE 0 TO WS-BEST-POST
           END-IF
           IF WS-BEST-POST = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PS-REASON(WS-STAT-IDX)
           IF FORMER-GONE
               MOVE WS-FM-ID(WS-FOUND-FORMER) TO WS-ID-TEXT
               STRING "post " FUNCTION TRIM(WS-ID-TEXT)
                      " is gone; closest title: "
                      FUNCTION TRIM(WS-PT-TITLE(WS-BEST-POST))
                   DELIMITED BY SIZE
                   INTO WS-PS-REASON(WS-STAT-IDX)
           ELSE
               STRING "similar title: "
                      FUNCTION TRIM(WS-PT-TITLE(WS-BEST-POST))
                   DELIMITED BY SIZE
                   INTO WS-PS-REASON(WS-STAT-IDX)
           END-IF.

      * Counts into WS-SCORE how many of WS-WORD occur, space
      * delimited, in WS-PT-WORDS of post WS-POST-IDX.
       SCORE-POST.
           MOVE 0 TO WS-SCORE
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
               UNTIL WS-WORD-IDX > 10
               IF WS-WORD(WS-WORD-IDX) NOT = SPACES
                   MOVE SPACES TO WS-NEEDLE
                   STRING " " FUNCTION TRIM(WS-WORD(WS-WORD-IDX)) " "
                       DELIMITED BY SIZE
                       INTO WS-NEEDLE
                   COMPUTE WS-NEEDLE-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-WORD(WS-WORD-IDX))) + 2
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-PT-WORDS(WS-POST-IDX) TALLYING WS-TALLY
                       FOR ALL WS-NEEDLE(1:WS-NEEDLE-LEN)
                   IF WS-TALLY > 0
                       ADD 1 TO WS-SCORE
                   END-IF
               END-IF
           END-PERFORM.

      * Turns post WS-BEST-POST into the URL it is served at: its
      * slug, when the slugs index agrees the slug is that post's
      * (or the index is missing and the master is all there is),
      * otherwise its numeric id.
       BUILD-POST-TARGET.
           MOVE SPACES TO WS-TARGET-SLUG
           IF WS-PT-SLUG(WS-BEST-POST) NOT = SPACES
               IF SLUGS-AVAILABLE
                   MOVE WS-PT-SLUG(WS-BEST-POST) TO SL-SLUG
                   READ SLUGS-INDEX-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SL-ID = WS-PT-ID(WS-BEST-POST)
                               MOVE SL-SLUG TO WS-TARGET-SLUG
                           END-IF
                   END-READ
               ELSE
                   MOVE WS-PT-SLUG(WS-BEST-POST) TO WS-TARGET-SLUG
               END-IF
           END-IF
           MOVE SPACES TO WS-PS-TARGET(WS-STAT-IDX)
           IF WS-TARGET-SLUG NOT = SPACES
               STRING "/post/" FUNCTION TRIM(WS-TARGET-SLUG)
                   DELIMITED BY SIZE
                   INTO WS-PS-TARGET(WS-STAT-IDX)
           ELSE
               MOVE WS-PT-ID(WS-BEST-POST) TO WS-ID-TEXT
               STRING "/post/" FUNCTION TRIM(WS-ID-TEXT)
                   DELIMITED BY SIZE
                   INTO WS-PS-TARGET(WS-STAT-IDX)
           END-IF.

      * Last resort: a tag on live posts that is one of the path's
      * words, or the whole last segment; the most-used wins.
       FIND-MATCHING-TAG.
           MOVE 0 TO WS-BEST-TAG
           PERFORM VARYING WS-TAG-IDX FROM 1 BY 1
               UNTIL WS-TAG-IDX > WS-TAG-COUNT
               MOVE 'N' TO WS-FOUND-STAT
               IF WS-TG-NAME(WS-TAG-IDX) = WS-SEGMENT
                   MOVE 'Y' TO WS-FOUND-STAT
               END-IF
               PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 10
                   IF WS-WORD(WS-WORD-IDX) NOT = SPACES
                      AND WS-WORD(WS-WORD-IDX) = WS-TG-NAME(WS-TAG-IDX)
                       MOVE 'Y' TO WS-FOUND-STAT
                   END-IF
               END-PERFORM
               IF FOUND-STAT
                   IF WS-BEST-TAG = 0
                       MOVE WS-TAG-IDX TO WS-BEST-TAG
                   ELSE
                       IF WS-TG-POSTS(WS-TAG-IDX)
                          > WS-TG-POSTS(WS-BEST-TAG)
                           MOVE WS-TAG-IDX TO WS-BEST-TAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-TAG = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PS-TARGET(WS-STAT-IDX)
           STRING "/tag/" FUNCTION TRIM(WS-TG-NAME(WS-BEST-TAG))
               DELIMITED BY SIZE
               INTO WS-PS-TARGET(WS-STAT-IDX)
           MOVE WS-TG-POSTS(WS-BEST-TAG) TO WS-ID-TEXT
           MOVE SPACES TO WS-PS-REASON(WS-STAT-IDX)
           STRING "tag on " FUNCTION TRIM(WS-ID-TEXT) " live post(s)"
               DELIMITED BY SIZE
               INTO WS-PS-REASON(WS-STAT-IDX).

      * Writes the plain-text report: totals, the real not-found
      * paths busiest first with their top referers and suggestion,
      * the bot probes, then the suggestions again as routes-file
      * lines.
       WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Not-found report for " WS-FROM-DATE " to " WS-TODAY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-404 TO WS-COUNT-TEXT
           STRING "404 responses: " FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PATH-STAT-COUNT TO WS-COUNT-TEXT
           STRING "Distinct paths: " FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PROBE-PATHS TO WS-COUNT-TEXT
           MOVE WS-PROBE-HITS TO WS-ID-TEXT
           STRING "Bot probe paths: " FUNCTION TRIM(WS-COUNT-TEXT)
                  " (" FUNCTION TRIM(WS-ID-TEXT) " hits)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SUGGESTED-COUNT TO WS-COUNT-TEXT
           STRING "Redirects suggested: " FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-UNTRACKED-HITS > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-UNTRACKED-HITS TO WS-COUNT-TEXT
               STRING "Hits on paths past the first 200 (not listed): "
                      FUNCTION TRIM(WS-COUNT-TEXT)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "Not-found paths by hits:" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-PATH-STAT-COUNT
               IF WS-PS-PROBE(WS-STAT-IDX) NOT = 'Y'
                   PERFORM WRITE-PATH-ENTRY
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "Bot probes (no redirect suggested):" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-PATH-STAT-COUNT
               IF WS-PS-PROBE(WS-STAT-IDX) = 'Y'
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-PS-COUNT(WS-STAT-IDX) TO WS-COUNT-TEXT
                   STRING "  " FUNCTION TRIM(WS-COUNT-TEXT) "  "
                          FUNCTION TRIM(WS-PS-PATH(WS-STAT-IDX))
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "Suggested routes-file lines (review each first):"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "(routes match in file order: paste above any route"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE " that would otherwise claim the same path)"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > WS-PATH-STAT-COUNT
               IF WS-PS-PROBE(WS-STAT-IDX) NOT = 'Y'
                  AND WS-PS-TARGET(WS-STAT-IDX) NOT = SPACES
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "REDIRECT "
                          FUNCTION TRIM(WS-PS-PATH(WS-STAT-IDX)) " "
                          FUNCTION TRIM(WS-PS-TARGET(WS-STAT-IDX))
                          " -> 301"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

      * One real not-found path: its hits, its busiest referers, and
      * the suggested target with the reason it was picked.
       WRITE-PATH-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PS-COUNT(WS-STAT-IDX) TO WS-COUNT-TEXT
           STRING "  " FUNCTION TRIM(WS-COUNT-TEXT) "  "
                  FUNCTION TRIM(WS-PS-PATH(WS-STAT-IDX))
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE 0 TO WS-REFERERS-SHOWN
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > WS-REFERER-STAT-COUNT
                  OR WS-REFERERS-SHOWN >= WS-REFERER-LIMIT
               IF WS-RF-PATH(WS-OTHER-IDX) = WS-PS-PATH(WS-STAT-IDX)
                   ADD 1 TO WS-REFERERS-SHOWN
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-RF-COUNT(WS-OTHER-IDX) TO WS-COUNT-TEXT
                   STRING "        from "
                          FUNCTION TRIM(WS-RF-REFERER(WS-OTHER-IDX))
                          " (" FUNCTION TRIM(WS-COUNT-TEXT) ")"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PS-TARGET(WS-STAT-IDX) = SPACES
               MOVE "        no suggestion" TO WS-REPORT-LINE
           ELSE
               STRING "        suggest "
                      FUNCTION TRIM(WS-PS-TARGET(WS-STAT-IDX))
                      " (" FUNCTION TRIM(WS-PS-REASON(WS-STAT-IDX)) ")"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       END PROGRAM NOT-FOUND-REPORT.
