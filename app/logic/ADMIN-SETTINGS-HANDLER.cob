       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMIN-SETTINGS-HANDLER.

      * Settings screen for "GET,POST /admin/settings"
      * (AUTH-flagged): lists every operational knob SETTING-DEFS.cpy
      * names with the value in force, where that value came from
      * (the settings file, the older environment variable, or the
      * built-in default) and the default itself, and saves a new
      * value into data/site-settings.  A value is checked by
      * SITE-SETTING's own rules before it is written, so nothing
      * this screen accepts can be refused later by a lookup;
      * saving a blank value removes the row, putting the knob back
      * on its default.  Every change is audited with the setting
      * name and new value, and SITE-SETTING is CANCELed after a
      * save so the page drawn below shows what was just stored.
      * Rows for names no longer defined are carried over untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-SETTINGS-FILE ASSIGN TO "data/site-settings"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-SETTINGS-FILE.
           COPY "SITE-SETTING-REC.cpy".

       WORKING-STORAGE SECTION.
      * The page title handed to SITE-LAYOUT: a full-width field,
      * never a short literal, so the callee reads no bytes past
      * the argument.
       01  WS-PAGE-TITLE PIC X(60) VALUE "Site settings".
           COPY "QUERY-PARAMS.cpy".
           COPY "AUDIT-FIELDS.cpy".
           COPY "SETTING-FIELDS.cpy".
           COPY "SETTING-DEFS.cpy".
       01  WS-SETTINGS-STATUS  PIC XX.
       01  WS-REQUEST-METHOD   PIC X(10).
       01  WS-REQUEST-BODY     PIC X(16384).
       01  WS-EOF-SETTINGS     PIC X VALUE 'N'.
           88  EOF-SETTINGS     VALUE 'Y'.

      * The rows of data/site-settings, as found on disk.
       01  WS-ROW-TABLE-GRP.
           05  WS-ROW-ENTRY OCCURS 50 TIMES.
               10  WR-KEY      PIC X(30).
               10  WR-VALUE    PIC X(100).
       01  WS-ROW-COUNT        PIC 99 VALUE 0.
      * Set when the file held more rows than the table; saving
      * from a truncated table would drop the unread tail, so a
      * save refuses while this is set.
       01  WS-TABLE-OVERFLOW   PIC X VALUE 'N'.
           88  TABLE-OVERFLOW   VALUE 'Y'.
       01  WS-ROW-IDX          PIC 99.
       01  WS-SHIFT-IDX        PIC 99.
       01  WS-FOUND-IDX        PIC 99 VALUE 0.
       01  WS-DEF-IDX          PIC 99.
       01  WS-FOUND-DEF        PIC 99 VALUE 0.

       01  WS-FIELD-IDX        PIC 99.
       01  WS-ACTION           PIC X(10).
       01  WS-TARGET-KEY       PIC X(30).
       01  WS-NEW-VALUE        PIC X(4000).
       01  WS-ERROR-TEXT       PIC X(120).
       01  WS-NOTICE-TEXT      PIC X(120).
       01  WS-FLUSHED-COUNT    PIC 9(4).

       01  WS-ESC-IN           PIC X(300).
       01  WS-ESC-OUT          PIC X(1800).
       01  WS-ESC-IN-POS       PIC 9999.
       01  WS-ESC-OUT-POS      PIC 9999.

       PROCEDURE DIVISION.
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT "REQUEST_METHOD"
           PERFORM LOAD-SETTINGS-ROWS

           MOVE SPACES TO WS-ERROR-TEXT
           MOVE SPACES TO WS-NOTICE-TEXT
           IF FUNCTION TRIM(WS-REQUEST-METHOD) = "POST"
               IF TABLE-OVERFLOW
                   MOVE "More rows on file than this screen can hold; no
      -                "thing was changed."
                       TO WS-ERROR-TEXT
               ELSE
                   PERFORM HANDLE-SETTING-ACTION
               END-IF
           END-IF
           PERFORM RENDER-SETTINGS
           EXIT PROGRAM.

       LOAD-SETTINGS-ROWS.
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT SITE-SETTINGS-FILE
           IF WS-SETTINGS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SETTINGS
           END-IF
           PERFORM UNTIL EOF-SETTINGS
               READ SITE-SETTINGS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SETTINGS
                   NOT AT END
                       IF WS-ROW-COUNT >= 50
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       ELSE
                           ADD 1 TO WS-ROW-COUNT
                           MOVE ST-KEY TO WR-KEY(WS-ROW-COUNT)
                           MOVE ST-VALUE TO WR-VALUE(WS-ROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SETTINGS-STATUS = "00"
              OR WS-SETTINGS-STATUS = "10"
               CLOSE SITE-SETTINGS-FILE
           END-IF.

      * Rewrites the whole file from the table, then drops
      * SITE-SETTING's cached copy so this run unit re-reads it.
       SAVE-SETTINGS-ROWS.
           OPEN OUTPUT SITE-SETTINGS-FILE
           IF WS-SETTINGS-STATUS NOT = "00"
               MOVE "The settings file could not be written."
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WR-KEY(WS-ROW-IDX) TO ST-KEY
               MOVE WR-VALUE(WS-ROW-IDX) TO ST-VALUE
               WRITE SITE-SETTING-RECORD
           END-PERFORM
           CLOSE SITE-SETTINGS-FILE
           CANCEL "SITE-SETTING".

       HANDLE-SETTING-ACTION.
           ACCEPT WS-REQUEST-BODY FROM ENVIRONMENT "REQUEST_BODY"
           CALL "QUERY-PARSER" USING WS-REQUEST-BODY
                                     QP-PARAMS-GRP
                                     QP-PARAM-COUNT
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-TARGET-KEY
           MOVE SPACES TO WS-NEW-VALUE
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > QP-PARAM-COUNT
               EVALUATE FUNCTION TRIM(QP-NAME(WS-FIELD-IDX))
                   WHEN "action"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-ACTION
                   WHEN "key"
                       MOVE QP-VALUE(WS-FIELD-IDX)
                           TO WS-TARGET-KEY
                   WHEN "value"
                       MOVE QP-VALUE(WS-FIELD-IDX)
                           TO WS-NEW-VALUE
               END-EVALUATE
           END-PERFORM

           IF FUNCTION TRIM(WS-ACTION) NOT = "set"
               MOVE "Unrecognized action." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND-DEF
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
               UNTIL WS-DEF-IDX > SD-DEF-COUNT
               IF SD-KEY(WS-DEF-IDX) = WS-TARGET-KEY
                   MOVE WS-DEF-IDX TO WS-FOUND-DEF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-DEF = 0
               MOVE "No such setting." TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TARGET-ROW
           IF FUNCTION TRIM(WS-NEW-VALUE) = SPACES
               PERFORM RESET-ONE-SETTING
           ELSE
               PERFORM CHANGE-ONE-SETTING
           END-IF.

      * A blank value: the row goes, so the environment variable
      * (if any) or the built-in default applies again.
       RESET-ONE-SETTING.
           IF WS-FOUND-IDX = 0
               MOVE SPACES TO WS-NOTICE-TEXT
               STRING FUNCTION TRIM(WS-TARGET-KEY)
                   " was already on its default."
                   DELIMITED BY SIZE INTO WS-NOTICE-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX
               BY 1 UNTIL WS-SHIFT-IDX >= WS-ROW-COUNT
               MOVE WS-ROW-ENTRY(WS-SHIFT-IDX + 1)
                   TO WS-ROW-ENTRY(WS-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-ROW-COUNT
           PERFORM SAVE-SETTINGS-ROWS
           IF WS-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AU-USER
           MOVE "setting-reset" TO AU-ACTION
           MOVE WS-TARGET-KEY TO AU-TARGET
           CALL "AUDIT-LOG" USING AU-FIELDS
           PERFORM FLUSH-IF-PAGES-CHANGE
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING FUNCTION TRIM(WS-TARGET-KEY)
               " reset to its default."
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT.

      * A new value: checked by SITE-SETTING first, then stored in
      * the normalized form the check hands back.
       CHANGE-ONE-SETTING.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-VALUE)) > 100
               MOVE SPACES TO WS-ERROR-TEXT
               STRING FUNCTION TRIM(WS-TARGET-KEY)
                   ": too long (100 characters at most)."
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-KEY TO SG-KEY
           MOVE "C" TO SG-MODE
           MOVE FUNCTION TRIM(WS-NEW-VALUE) TO SG-VALUE
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SPACES TO SG-MODE
           IF NOT SG-VALUE-OK
               MOVE SPACES TO WS-ERROR-TEXT
               STRING FUNCTION TRIM(WS-TARGET-KEY) ": "
                   FUNCTION TRIM(SG-MESSAGE)
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX = 0
               IF WS-ROW-COUNT >= 50
                   MOVE "The settings file is full." TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-ROW-COUNT TO WS-FOUND-IDX
               MOVE WS-TARGET-KEY TO WR-KEY(WS-FOUND-IDX)
           END-IF
           MOVE SG-VALUE TO WR-VALUE(WS-FOUND-IDX)
           PERFORM SAVE-SETTINGS-ROWS
           IF WS-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AU-USER
           MOVE "setting-change" TO AU-ACTION
           MOVE SPACES TO AU-TARGET
           STRING FUNCTION TRIM(WS-TARGET-KEY) "="
                  FUNCTION TRIM(WR-VALUE(WS-FOUND-IDX))
               DELIMITED BY SIZE INTO AU-TARGET
           CALL "AUDIT-LOG" USING AU-FIELDS
           PERFORM FLUSH-IF-PAGES-CHANGE
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING FUNCTION TRIM(WS-TARGET-KEY) " saved."
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT.

      * Cached listing pages and feeds were cut to the old length,
      * and the post list and a post's language links were picked
      * for the old primary language, so a change to either length
      * or to the language empties the page cache.
       FLUSH-IF-PAGES-CHANGE.
           IF WS-TARGET-KEY = "page_size"
              OR WS-TARGET-KEY = "feed_limit"
              OR WS-TARGET-KEY = "primary_language"
               CALL "PAGE-CACHE-FLUSH" USING WS-FLUSHED-COUNT
           END-IF.

       FIND-TARGET-ROW.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WR-KEY(WS-ROW-IDX) = WS-TARGET-KEY
                   MOVE WS-ROW-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RENDER-SETTINGS.
           DISPLAY "Content-type: text/html"
           DISPLAY X"0A"
           CALL "SITE-LAYOUT" USING "HEADER" WS-PAGE-TITLE
           DISPLAY "<h1>Site settings</h1>"
           IF WS-ERROR-TEXT NOT = SPACES
               MOVE SPACES TO WS-ESC-IN
               MOVE WS-ERROR-TEXT TO WS-ESC-IN
               PERFORM ESCAPE-HTML
               DISPLAY "<p><strong>"
                   FUNCTION TRIM(WS-ESC-OUT) "</strong></p>"
           END-IF
           IF WS-NOTICE-TEXT NOT = SPACES
               DISPLAY "<p><em>"
                   FUNCTION TRIM(WS-NOTICE-TEXT) "</em></p>"
           END-IF
           DISPLAY "<p>Saving a blank value puts a setting back on "
               "its environment variable or built-in default.</p>"
           DISPLAY "<table border='1'>"
           DISPLAY "<tr><th>Setting</th><th>In force</th>"
               "<th>From</th><th>Default</th><th>Change</th></tr>"
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
               UNTIL WS-DEF-IDX > SD-DEF-COUNT
               PERFORM RENDER-ONE-SETTING
           END-PERFORM
           DISPLAY "</table>"
           DISPLAY "<p><a href='/admin'>Dashboard</a></p>"
           CALL "SITE-LAYOUT" USING "FOOTER" WS-PAGE-TITLE.

      * One row: the value in force comes from SITE-SETTING itself,
      * so the screen shows exactly what the rest of the site sees;
      * the form is pre-filled with the file's row, if any.
       RENDER-ONE-SETTING.
           MOVE SD-KEY(WS-DEF-IDX) TO SG-KEY
           MOVE SPACES TO SG-MODE
           CALL "SITE-SETTING" USING SG-FIELDS
           DISPLAY "<tr><td><code>"
               FUNCTION TRIM(SD-KEY(WS-DEF-IDX)) "</code><br>"
               FUNCTION TRIM(SD-LABEL(WS-DEF-IDX)) "</td><td>"
               WITH NO ADVANCING
           MOVE SPACES TO WS-ESC-IN
           MOVE SG-VALUE TO WS-ESC-IN
           PERFORM ESCAPE-HTML
           DISPLAY FUNCTION TRIM(WS-ESC-OUT) "</td><td>"
               WITH NO ADVANCING
           EVALUATE TRUE
               WHEN SG-FROM-FILE
                   DISPLAY "settings file" WITH NO ADVANCING
               WHEN SG-FROM-ENV
                   DISPLAY "environment "
                       FUNCTION TRIM(SD-ENV-NAME(WS-DEF-IDX))
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY "default" WITH NO ADVANCING
           END-EVALUATE
           DISPLAY "</td><td>"
               FUNCTION TRIM(SD-DEFAULT(WS-DEF-IDX)) "</td>"
           MOVE SD-KEY(WS-DEF-IDX) TO WS-TARGET-KEY
           PERFORM FIND-TARGET-ROW
           MOVE SPACES TO WS-ESC-IN
           IF WS-FOUND-IDX > 0
               MOVE WR-VALUE(WS-FOUND-IDX) TO WS-ESC-IN
           END-IF
           PERFORM ESCAPE-HTML
           DISPLAY "<td><form method='POST' action='/admin/settings'>"
               "<input type='hidden' name='action' value='set'>"
               "<input type='hidden' name='key' value='"
               FUNCTION TRIM(SD-KEY(WS-DEF-IDX)) "'>"
           DISPLAY "<input type='text' name='value' size='40'"
               " maxlength='100' value='"
               FUNCTION TRIM(WS-ESC-OUT) "'>"
               "<input type='submit' value='Save'>"
               "</form></td></tr>".

       ESCAPE-HTML.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 1 TO WS-ESC-OUT-POS
           PERFORM VARYING WS-ESC-IN-POS FROM 1 BY 1
               UNTIL WS-ESC-IN-POS > 300
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

       END PROGRAM ADMIN-SETTINGS-HANDLER.
