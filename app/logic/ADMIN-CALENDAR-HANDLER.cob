       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMIN-CALENDAR-HANDLER.

      * Editorial calendar for "GET /admin/calendar" (AUTH-flagged):
      * one month of BLOG-POSTS-FILE laid out as a Monday-first grid,
      * each SCHEDULED post on the day its BP-PUBLISH-AT goes live
      * and each PUBLISHED post on its BP-DATE, with every DRAFT
      * (which has no go-live day yet) in a list beside the grid.
      * Entries carry a status stripe and an author shade, so whose
      * post is going out when reads at a glance; authors keep the
      * same shade from month to month because shades are handed out
      * in the master's own order.  ?month=YYYY-MM picks the month
      * (this month when absent or unreadable), and the page links
      * to the months either side.  Above the grid it warns about
      * any day with two or more posts going out and any week, from
      * this one on, with nothing going out at all.  Read-only: the
      * posts themselves are still edited on /admin/posts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOG-POSTS-FILE ASSIGN TO "data/blog-posts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOG-POSTS-FILE.
           COPY "BLOG-POST.cpy".

       WORKING-STORAGE SECTION.
      * The page title handed to SITE-LAYOUT: a full-width field,
      * never a short literal, so the callee reads no bytes past
      * the argument.
       01  WS-PAGE-TITLE PIC X(60) VALUE "Editorial calendar".
           COPY "QUERY-PARAMS.cpy".
       01  WS-POSTS-STATUS     PIC XX.
       01  WS-QUERY-STRING     PIC X(16384).
       01  WS-EOF-POSTS        PIC X VALUE 'N'.
           88  EOF-POSTS        VALUE 'Y'.
       01  WS-FIELD-IDX        PIC 99.
       01  WS-MONTH-TEXT       PIC X(20).
       01  WS-ERROR-TEXT       PIC X(80).

      * Every post, with the integer date (FUNCTION INTEGER-OF-DATE)
      * it goes or went live on -- zero for a draft, or for a date
      * that does not parse -- and the author's shade slot.
       01  WS-POST-TABLE-GRP.
           05  WS-POST-ENTRY OCCURS 200 TIMES.
               10  WP-ID         PIC 9(4).
               10  WP-TITLE      PIC X(60).
               10  WP-STATUS     PIC X(01).
               10  WP-DATE       PIC X(10).
               10  WP-PUBLISH-AT PIC X(14).
               10  WP-AUTHOR     PIC X(20).
               10  WP-GO-INT     PIC 9(7).
               10  WP-SHADE      PIC 99.
       01  WS-POST-COUNT       PIC 9(3) VALUE 0.
       01  WS-POST-IDX         PIC 9(3).
       01  WS-MORE-POSTS       PIC X VALUE 'N'.
           88  MORE-POSTS       VALUE 'Y'.

      * Authors in the order the master first names them; an
      * author's shade is its slot here, cycled through the palette.
       01  WS-AUTHOR-TABLE-GRP.
           05  WA-NAME OCCURS 50 TIMES PIC X(20).
       01  WS-AUTHOR-COUNT     PIC 99 VALUE 0.
       01  WS-AUTHOR-IDX       PIC 99.

       01  WS-SHADE-VALUES.
           05  FILLER PIC X(7) VALUE "#dbe9ff".
           05  FILLER PIC X(7) VALUE "#fde2c8".
           05  FILLER PIC X(7) VALUE "#d9f2d9".
           05  FILLER PIC X(7) VALUE "#f2d9f2".
           05  FILLER PIC X(7) VALUE "#fff3b0".
           05  FILLER PIC X(7) VALUE "#d6f0f5".
           05  FILLER PIC X(7) VALUE "#ead9c8".
           05  FILLER PIC X(7) VALUE "#e3e3e3".
       01  WS-SHADE-TABLE REDEFINES WS-SHADE-VALUES.
           05  WS-SHADE OCCURS 8 TIMES PIC X(7).
       01  WS-SHADE-IDX        PIC 9.

      * Status stripe colors: draft, scheduled, published.
       01  WS-STRIPE-DRAFT     PIC X(7) VALUE "#888888".
       01  WS-STRIPE-SCHEDULED PIC X(7) VALUE "#d98200".
       01  WS-STRIPE-PUBLISHED PIC X(7) VALUE "#2e7d32".
       01  WS-STRIPE           PIC X(7).
       01  WS-STATUS-LABEL     PIC X(10).

      * The month on show, and the ones either side of it.
       01  WS-SHOWN-YEAR       PIC 9(4).
       01  WS-SHOWN-MONTH      PIC 99.
       01  WS-PREV-YEAR        PIC 9(4).
       01  WS-PREV-MONTH       PIC 99.
       01  WS-NEXT-YEAR        PIC 9(4).
       01  WS-NEXT-MONTH       PIC 99.
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DATE-TEXT REDEFINES WS-DATE-NUM PIC X(8).
       01  WS-TODAY-INT        PIC 9(7).
       01  WS-MONTH-START-INT  PIC 9(7).
       01  WS-MONTH-END-INT    PIC 9(7).
       01  WS-MONTH-DAYS       PIC 99.
       01  WS-LEAD-BLANKS      PIC 9.

       01  WS-MONTH-NAME-VALUES.
           05  FILLER PIC X(9) VALUE "January".
           05  FILLER PIC X(9) VALUE "February".
           05  FILLER PIC X(9) VALUE "March".
           05  FILLER PIC X(9) VALUE "April".
           05  FILLER PIC X(9) VALUE "May".
           05  FILLER PIC X(9) VALUE "June".
           05  FILLER PIC X(9) VALUE "July".
           05  FILLER PIC X(9) VALUE "August".
           05  FILLER PIC X(9) VALUE "September".
           05  FILLER PIC X(9) VALUE "October".
           05  FILLER PIC X(9) VALUE "November".
           05  FILLER PIC X(9) VALUE "December".
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
           05  WS-MONTH-NAME OCCURS 12 TIMES PIC X(9).

      * Posts going out on each day of the shown month.
       01  WS-DAY-COUNT-GRP.
           05  WS-DAY-COUNT OCCURS 31 TIMES PIC 9(3).
       01  WS-DAY              PIC 99.
       01  WS-CELL             PIC 99.
       01  WS-CELL-COUNT       PIC 99.
       01  WS-WEEK             PIC 9.
       01  WS-WEEK-COUNT       PIC 9.
       01  WS-WEEK-START-INT   PIC 9(7).
       01  WS-WEEK-END-INT     PIC 9(7).
       01  WS-WEEK-POSTS       PIC 9(3).
       01  WS-WEEK-DATE        PIC 9(8).
       01  WS-WARNING-COUNT    PIC 9(3) VALUE 0.
       01  WS-DRAFT-COUNT      PIC 9(3) VALUE 0.

       01  WS-ESC-IN           PIC X(60).
       01  WS-ESC-OUT          PIC X(360).
       01  WS-ESC-IN-POS       PIC 999.
       01  WS-ESC-OUT-POS      PIC 999.

       PROCEDURE DIVISION.
           ACCEPT WS-QUERY-STRING FROM ENVIRONMENT "QUERY_STRING"
           CALL "QUERY-PARSER" USING WS-QUERY-STRING
                                     QP-PARAMS-GRP
                                     QP-PARAM-COUNT
           MOVE SPACES TO WS-ERROR-TEXT
           PERFORM PICK-SHOWN-MONTH
           PERFORM LOAD-POSTS
           PERFORM COUNT-DAYS
           PERFORM RENDER-CALENDAR
           EXIT PROGRAM.

      * ?month=YYYY-MM, falling back to this month (with a note)
      * when the value is not a real month; INTEGER-OF-DATE works
      * from 1601 on, so the year is held to that.
       PICK-SHOWN-MONTH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE WS-TODAY-NUM(1:4) TO WS-SHOWN-YEAR
           MOVE WS-TODAY-NUM(5:2) TO WS-SHOWN-MONTH
           MOVE SPACES TO WS-MONTH-TEXT
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > QP-PARAM-COUNT
               IF FUNCTION TRIM(QP-NAME(WS-FIELD-IDX)) = "month"
                   MOVE QP-VALUE(WS-FIELD-IDX) TO WS-MONTH-TEXT
               END-IF
           END-PERFORM
           IF WS-MONTH-TEXT NOT = SPACES
               IF WS-MONTH-TEXT(1:4) IS NUMERIC
                  AND WS-MONTH-TEXT(5:1) = "-"
                  AND WS-MONTH-TEXT(6:2) IS NUMERIC
                  AND WS-MONTH-TEXT(8:13) = SPACES
                  AND WS-MONTH-TEXT(1:4) >= "1601"
                  AND WS-MONTH-TEXT(1:4) <= "9998"
                  AND WS-MONTH-TEXT(6:2) >= "01"
                  AND WS-MONTH-TEXT(6:2) <= "12"
                   MOVE WS-MONTH-TEXT(1:4) TO WS-SHOWN-YEAR
                   MOVE WS-MONTH-TEXT(6:2) TO WS-SHOWN-MONTH
               ELSE
                   MOVE "Month must be YYYY-MM; showing this month."
                       TO WS-ERROR-TEXT
               END-IF
           END-IF

           IF WS-SHOWN-MONTH = 1
               COMPUTE WS-PREV-YEAR = WS-SHOWN-YEAR - 1
               MOVE 12 TO WS-PREV-MONTH
           ELSE
               MOVE WS-SHOWN-YEAR TO WS-PREV-YEAR
               COMPUTE WS-PREV-MONTH = WS-SHOWN-MONTH - 1
           END-IF
           IF WS-SHOWN-MONTH = 12
               COMPUTE WS-NEXT-YEAR = WS-SHOWN-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-SHOWN-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-SHOWN-MONTH + 1
           END-IF

           COMPUTE WS-DATE-NUM =
               WS-SHOWN-YEAR * 10000 + WS-SHOWN-MONTH * 100 + 1
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DATE-NUM =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-MONTH-DAYS =
               WS-MONTH-END-INT - WS-MONTH-START-INT + 1
      * Day 1 of the integer calendar (1601-01-01) was a Monday.
           COMPUTE WS-LEAD-BLANKS =
               FUNCTION MOD(WS-MONTH-START-INT - 1, 7)
           COMPUTE WS-CELL-COUNT = WS-LEAD-BLANKS + WS-MONTH-DAYS
           COMPUTE WS-WEEK-COUNT = (WS-CELL-COUNT + 6) / 7
           COMPUTE WS-CELL-COUNT = WS-WEEK-COUNT * 7.

      * The whole master, each post given its go-live day: the
      * publish-at date for SCHEDULED, BP-DATE for PUBLISHED (blank
      * status included), none for DRAFT.
       LOAD-POSTS.
           MOVE 0 TO WS-POST-COUNT
           OPEN INPUT BLOG-POSTS-FILE
           IF WS-POSTS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-POSTS
           END-IF
           PERFORM UNTIL EOF-POSTS
               READ BLOG-POSTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-POSTS
                   NOT AT END
                       IF WS-POST-COUNT >= 200
                           MOVE 'Y' TO WS-MORE-POSTS
                       ELSE
                           ADD 1 TO WS-POST-COUNT
                           PERFORM KEEP-ONE-POST
                       END-IF
               END-READ
           END-PERFORM
           IF WS-POSTS-STATUS NOT = "35"
               CLOSE BLOG-POSTS-FILE
           END-IF.

       KEEP-ONE-POST.
           MOVE BP-ID TO WP-ID(WS-POST-COUNT)
           MOVE BP-TITLE TO WP-TITLE(WS-POST-COUNT)
           MOVE BP-STATUS TO WP-STATUS(WS-POST-COUNT)
           MOVE BP-DATE TO WP-DATE(WS-POST-COUNT)
           MOVE BP-PUBLISH-AT TO WP-PUBLISH-AT(WS-POST-COUNT)
           MOVE BP-AUTHOR TO WP-AUTHOR(WS-POST-COUNT)
           MOVE 0 TO WP-GO-INT(WS-POST-COUNT)
           EVALUATE TRUE
               WHEN BP-SCHEDULED
                   IF BP-PUBLISH-AT(1:8) IS NUMERIC
                       MOVE BP-PUBLISH-AT(1:8) TO WS-DATE-NUM
                       PERFORM DATE-NUM-TO-GO-INT
                   END-IF
               WHEN BP-PUBLISHED
                   IF BP-DATE(1:4) IS NUMERIC
                      AND BP-DATE(6:2) IS NUMERIC
                      AND BP-DATE(9:2) IS NUMERIC
                       STRING BP-DATE(1:4) BP-DATE(6:2) BP-DATE(9:2)
                           DELIMITED BY SIZE INTO WS-DATE-TEXT
                       PERFORM DATE-NUM-TO-GO-INT
                   END-IF
           END-EVALUATE

           PERFORM VARYING WS-AUTHOR-IDX FROM 1 BY 1
               UNTIL WS-AUTHOR-IDX > WS-AUTHOR-COUNT
               OR WA-NAME(WS-AUTHOR-IDX) = BP-AUTHOR
               CONTINUE
           END-PERFORM
           IF WS-AUTHOR-IDX > WS-AUTHOR-COUNT
               IF WS-AUTHOR-COUNT < 50
                   ADD 1 TO WS-AUTHOR-COUNT
                   MOVE BP-AUTHOR TO WA-NAME(WS-AUTHOR-COUNT)
               ELSE
                   MOVE WS-AUTHOR-COUNT TO WS-AUTHOR-IDX
               END-IF
           END-IF
           MOVE WS-AUTHOR-IDX TO WP-SHADE(WS-POST-COUNT).

      * A date that is not a real one (month 13, February 30)
      * leaves the post off the grid rather than on a wrong day:
      * INTEGER-OF-DATE answers zero for it.
       DATE-NUM-TO-GO-INT.
           IF WS-DATE-TEXT(1:4) < "1601"
              OR WS-DATE-TEXT(5:2) < "01" OR WS-DATE-TEXT(5:2) > "12"
              OR WS-DATE-TEXT(7:2) < "01" OR WS-DATE-TEXT(7:2) > "31"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WP-GO-INT(WS-POST-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       COUNT-DAYS.
           MOVE 0 TO WS-DRAFT-COUNT
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
               MOVE 0 TO WS-DAY-COUNT(WS-DAY)
           END-PERFORM
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WP-GO-INT(WS-POST-IDX) >= WS-MONTH-START-INT
                  AND WP-GO-INT(WS-POST-IDX) <= WS-MONTH-END-INT
                   COMPUTE WS-DAY =
                       WP-GO-INT(WS-POST-IDX) - WS-MONTH-START-INT + 1
                   ADD 1 TO WS-DAY-COUNT(WS-DAY)
               END-IF
               IF WP-GO-INT(WS-POST-IDX) = 0
                   ADD 1 TO WS-DRAFT-COUNT
               END-IF
           END-PERFORM.

       RENDER-CALENDAR.
           DISPLAY "Content-type: text/html"
           DISPLAY X"0A"
           CALL "SITE-LAYOUT" USING "HEADER" WS-PAGE-TITLE
           DISPLAY "<h1>Editorial calendar: "
               FUNCTION TRIM(WS-MONTH-NAME(WS-SHOWN-MONTH)) " "
               WS-SHOWN-YEAR "</h1>"
           IF WS-ERROR-TEXT NOT = SPACES
               DISPLAY "<p><strong>"
                   FUNCTION TRIM(WS-ERROR-TEXT) "</strong></p>"
           END-IF
           DISPLAY "<p><a href='/admin/calendar?month=" WS-PREV-YEAR
               "-" WS-PREV-MONTH "'>&laquo; "
               FUNCTION TRIM(WS-MONTH-NAME(WS-PREV-MONTH)) " "
               WS-PREV-YEAR "</a> | "
               "<a href='/admin/calendar'>This month</a> | "
               "<a href='/admin/calendar?month=" WS-NEXT-YEAR
               "-" WS-NEXT-MONTH "'>"
               FUNCTION TRIM(WS-MONTH-NAME(WS-NEXT-MONTH)) " "
               WS-NEXT-YEAR " &raquo;</a></p>"
           PERFORM RENDER-WARNINGS
           DISPLAY "<table><tr><td style='vertical-align:top'>"
           PERFORM RENDER-GRID
           DISPLAY "</td><td style='vertical-align:top;"
               "padding-left:2em'>"
           PERFORM RENDER-DRAFTS
           PERFORM RENDER-LEGEND
           DISPLAY "</td></tr></table>"
           IF MORE-POSTS
               DISPLAY "<p><em>More posts are on file than this "
                   "screen reads; the newest are not shown.</em></p>"
           END-IF
           DISPLAY "<p><a href='/admin/posts'>Manage posts</a> | "
               "<a href='/admin'>Dashboard</a></p>"
           CALL "SITE-LAYOUT" USING "FOOTER" WS-PAGE-TITLE.

      * Crowded days in the month, then empty weeks: a grid row
      * (Monday to Sunday, spilling into the neighbouring months
      * where it does) with nothing going out on any of its days.
      * A week already over is history, not a plan, so only this
      * week and later ones are flagged.
       RENDER-WARNINGS.
           MOVE 0 TO WS-WARNING-COUNT
           PERFORM VARYING WS-DAY FROM 1 BY 1
               UNTIL WS-DAY > WS-MONTH-DAYS
               IF WS-DAY-COUNT(WS-DAY) > 1
                   PERFORM OPEN-WARNING-LIST
                   DISPLAY "<li>" WS-DAY-COUNT(WS-DAY)
                       " posts go out on " WS-SHOWN-YEAR "-"
                       WS-SHOWN-MONTH "-" WS-DAY "</li>"
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WEEK FROM 1 BY 1
               UNTIL WS-WEEK > WS-WEEK-COUNT
               COMPUTE WS-WEEK-START-INT = WS-MONTH-START-INT
                   - WS-LEAD-BLANKS + (WS-WEEK - 1) * 7
               COMPUTE WS-WEEK-END-INT = WS-WEEK-START-INT + 6
               IF WS-WEEK-END-INT >= WS-TODAY-INT
                   PERFORM COUNT-WEEK-POSTS
                   IF WS-WEEK-POSTS = 0
                       PERFORM OPEN-WARNING-LIST
                       COMPUTE WS-WEEK-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
                       DISPLAY "<li>Nothing goes out in the week of "
                           WS-WEEK-DATE(1:4) "-" WS-WEEK-DATE(5:2) "-"
                           WS-WEEK-DATE(7:2) "</li>"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WARNING-COUNT > 0
               DISPLAY "</ul>"
           END-IF.

       OPEN-WARNING-LIST.
           IF WS-WARNING-COUNT = 0
               DISPLAY "<p><strong>Cadence warnings</strong></p>"
               DISPLAY "<ul>"
           END-IF
           ADD 1 TO WS-WARNING-COUNT.

       COUNT-WEEK-POSTS.
           MOVE 0 TO WS-WEEK-POSTS
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WP-GO-INT(WS-POST-IDX) >= WS-WEEK-START-INT
                  AND WP-GO-INT(WS-POST-IDX) <= WS-WEEK-END-INT
                   ADD 1 TO WS-WEEK-POSTS
               END-IF
           END-PERFORM.

       RENDER-GRID.
           DISPLAY "<table border='1' style='border-collapse:collapse'>"
           DISPLAY "<tr><th>Mon</th><th>Tue</th><th>Wed</th>"
               "<th>Thu</th><th>Fri</th><th>Sat</th><th>Sun</th></tr>"
           PERFORM VARYING WS-CELL FROM 1 BY 1
               UNTIL WS-CELL > WS-CELL-COUNT
               IF FUNCTION MOD(WS-CELL, 7) = 1
                   DISPLAY "<tr>"
               END-IF
               IF WS-CELL <= WS-LEAD-BLANKS
                  OR WS-CELL > WS-LEAD-BLANKS + WS-MONTH-DAYS
                   DISPLAY "<td></td>"
               ELSE
                   COMPUTE WS-DAY = WS-CELL - WS-LEAD-BLANKS
                   PERFORM RENDER-ONE-DAY
               END-IF
               IF FUNCTION MOD(WS-CELL, 7) = 0
                   DISPLAY "</tr>"
               END-IF
           END-PERFORM
           DISPLAY "</table>".

      * A day cell: its number, then its posts in master order.  A
      * crowded day is tinted so it stands out in the grid too.
       RENDER-ONE-DAY.
           IF WS-DAY-COUNT(WS-DAY) > 1
               DISPLAY "<td style='vertical-align:top;width:9em;"
                   "height:5em;background:#ffe0e0'>"
           ELSE
               DISPLAY "<td style='vertical-align:top;width:9em;"
                   "height:5em'>"
           END-IF
           IF WS-MONTH-START-INT + WS-DAY - 1 = WS-TODAY-INT
               DISPLAY "<strong>" WS-DAY " (today)</strong>"
           ELSE
               DISPLAY "<strong>" WS-DAY "</strong>"
           END-IF
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WP-GO-INT(WS-POST-IDX)
                  = WS-MONTH-START-INT + WS-DAY - 1
                   PERFORM RENDER-ONE-ENTRY
               END-IF
           END-PERFORM
           DISPLAY "</td>".

       RENDER-DRAFTS.
           DISPLAY "<h2>Drafts (" WS-DRAFT-COUNT ")</h2>"
           IF WS-DRAFT-COUNT = 0
               DISPLAY "<p>No drafts.</p>"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WP-GO-INT(WS-POST-IDX) = 0
                   PERFORM RENDER-ONE-ENTRY
               END-IF
           END-PERFORM.

      * One post as a shaded block with a status stripe down its
      * left edge, linked to its edit form.  A SCHEDULED or
      * PUBLISHED post whose date does not parse lands in the
      * drafts list, where its status word gives it away.
       RENDER-ONE-ENTRY.
           EVALUATE WP-STATUS(WS-POST-IDX)
               WHEN "D"
                   MOVE WS-STRIPE-DRAFT TO WS-STRIPE
                   MOVE "draft" TO WS-STATUS-LABEL
               WHEN "S"
                   MOVE WS-STRIPE-SCHEDULED TO WS-STRIPE
                   MOVE "scheduled" TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE WS-STRIPE-PUBLISHED TO WS-STRIPE
                   MOVE "published" TO WS-STATUS-LABEL
           END-EVALUATE
           COMPUTE WS-SHADE-IDX =
               FUNCTION MOD(WP-SHADE(WS-POST-IDX) - 1, 8) + 1
           MOVE WP-AUTHOR(WS-POST-IDX) TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "<div style='margin:2px 0;padding:1px 3px;"
               "border-left:5px solid " WS-STRIPE ";background:"
               WS-SHADE(WS-SHADE-IDX) "' title='"
               FUNCTION TRIM(WS-STATUS-LABEL) ", "
               FUNCTION TRIM(WS-ESC-OUT) "'>"
           IF WP-STATUS(WS-POST-IDX) = "S"
              AND WP-GO-INT(WS-POST-IDX) NOT = 0
               DISPLAY WP-PUBLISH-AT(WS-POST-IDX)(9:2) ":"
                   WP-PUBLISH-AT(WS-POST-IDX)(11:2) " "
           END-IF
           MOVE WP-TITLE(WS-POST-IDX) TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY "<a href='/admin/posts?action=edit&id="
               WP-ID(WS-POST-IDX) "'>" FUNCTION TRIM(WS-ESC-OUT)
               "</a>"
           IF WP-GO-INT(WS-POST-IDX) = 0
               DISPLAY " <small>(" FUNCTION TRIM(WS-STATUS-LABEL)
               IF WP-DATE(WS-POST-IDX) NOT = SPACES
                   DISPLAY ", dated " WP-DATE(WS-POST-IDX)
               END-IF
               DISPLAY ")</small>"
           END-IF
           DISPLAY "</div>".

       RENDER-LEGEND.
           DISPLAY "<h2>Key</h2>"
           DISPLAY "<p><span style='border-left:5px solid "
               WS-STRIPE-SCHEDULED ";padding-left:3px'>scheduled"
               "</span><br><span style='border-left:5px solid "
               WS-STRIPE-PUBLISHED ";padding-left:3px'>published"
               "</span><br><span style='border-left:5px solid "
               WS-STRIPE-DRAFT ";padding-left:3px'>draft</span></p>"
           DISPLAY "<p>"
           PERFORM VARYING WS-AUTHOR-IDX FROM 1 BY 1
               UNTIL WS-AUTHOR-IDX > WS-AUTHOR-COUNT
               COMPUTE WS-SHADE-IDX =
                   FUNCTION MOD(WS-AUTHOR-IDX - 1, 8) + 1
               IF WA-NAME(WS-AUTHOR-IDX) = SPACES
                   DISPLAY "<span style='background:"
                       WS-SHADE(WS-SHADE-IDX)
                       ";padding:0 3px'>(no author)</span><br>"
               ELSE
                   MOVE WA-NAME(WS-AUTHOR-IDX) TO WS-ESC-IN
                   PERFORM ESCAPE-HTML
                   DISPLAY "<span style='background:"
                       WS-SHADE(WS-SHADE-IDX) ";padding:0 3px'>"
                       FUNCTION TRIM(WS-ESC-OUT)
                       "</span><br>"
               END-IF
           END-PERFORM
           DISPLAY "</p>".

      * HTML-entity-escapes WS-ESC-IN into WS-ESC-OUT, the same
      * way the other admin screens do.
       ESCAPE-HTML.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 1 TO WS-ESC-OUT-POS
           PERFORM VARYING WS-ESC-IN-POS FROM 1 BY 1
               UNTIL WS-ESC-IN-POS > 60
               EVALUATE WS-ESC-IN(WS-ESC-IN-POS:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN '"'
                       STRING "&quot;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN "'"
                       STRING "&#39;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN OTHER
                       STRING WS-ESC-IN(WS-ESC-IN-POS:1)
                               DELIMITED BY SIZE
                           INTO WS-ESC-OUT
                           WITH POINTER WS-ESC-OUT-POS
                           ON OVERFLOW CONTINUE
                       END-STRING
               END-EVALUATE
           END-PERFORM.

       END PROGRAM ADMIN-CALENDAR-HANDLER.
