      * and its companion files.  A block that fails validation --
      * or would push the master past the 200 records every other
      * writer and reader holds it to -- is reported and skipped;
      * the rest still load.  A translation's ORIGINAL line names
      * the ID line of its original in the same file, and is
      * pointed at the fresh id that original was given -- so the
      * original must come earlier in the file (CONTENT-EXPORT
      * writes posts in id order, which guarantees it); one whose
      * original was not loaded first comes in as an original in
      * its own right, with a note.  The run finishes
      * by rebuilding the posts index from the whole master (the
      * POSTS-COMPILE pass, inline) and the search index, so the
      * loaded content is immediately live-capable.
       01  WS-CUR-TAGS       PIC X(60).
       01  WS-CUR-AUTHOR     PIC X(20).
       01  WS-CUR-SLUG       PIC X(60).
       01  WS-CUR-SERIES     PIC X(60).
       01  WS-CUR-PART-TEXT  PIC X(10).
       01  WS-CUR-SERIES-PART PIC 9(3).
       01  WS-CUR-FILE-ID-TEXT PIC X(10).
       01  WS-CUR-LANG       PIC X(10).
       01  WS-CUR-ORIGINAL-TEXT PIC X(10).
       01  WS-CUR-ORIGINAL-ID PIC 9(4).
       01  WS-CUR-BODY       PIC X(4000).
       01  WS-CUR-SLICE      PIC 9(3).
       01  WS-IN-POST        PIC X VALUE 'N'.
               10  WC-TIMESTAMP PIC X(21).
               10  WC-NAME      PIC X(40).
               10  WC-BODY      PIC X(300).
               10  WC-PARENT-TS PIC X(21).
               10  WC-OWNER     PIC X(01).
       01  WS-CMT-COUNT      PIC 99 VALUE 0.
       01  WS-CMT-IDX        PIC 99.
       01  WS-IN-COMMENT     PIC X VALUE 'N'.
           88  IN-COMMENT     VALUE 'Y'.

      * The file's own ID of every block loaded so far, beside the
      * fresh id it was given, so a later translation's ORIGINAL
      * line can be pointed at its original's new id.
       01  WS-ID-MAP-GRP.
           05  WS-ID-MAP-ENTRY OCCURS 200 TIMES.
               10  WM-FILE-ID    PIC 9(4).
               10  WM-NEW-ID     PIC 9(4).
       01  WS-ID-MAP-COUNT   PIC 9(3) VALUE 0.
       01  WS-ID-MAP-IDX     PIC 9(3).

           COPY "SETTING-FIELDS.cpy".

      * Date validation scratch, the same YYYY-MM-DD checks the
      * admin form runs.
       01  WS-DATE-MONTH     PIC 99.
       01  WS-COMMENTS-LOADED PIC 9(5) VALUE 0.
       01  WS-INDEXED-COUNT  PIC 9(4) VALUE 0.
       01  WS-INDEXED-WORDS  PIC 9(5).
       01  WS-USAGE-ROWS     PIC 9(5).

       PROCEDURE DIVISION.
           OPEN INPUT IMPORT-FILE
           IF WS-LOADED-COUNT > 0
               PERFORM REBUILD-POST-INDEX
               CALL "SEARCH-INDEX-BUILD" USING WS-INDEXED-WORDS
               CALL "MEDIA-USAGE-BUILD" USING WS-USAGE-ROWS
           END-IF

           DISPLAY "Loaded " WS-LOADED-COUNT " post(s) and "
                   MOVE WS-IN-LINE(8:20) TO WS-CUR-AUTHOR
               WHEN WS-IN-LINE(1:5) = "SLUG "
                   MOVE WS-IN-LINE(6:60) TO WS-CUR-SLUG
               WHEN WS-IN-LINE(1:7) = "SERIES "
                   MOVE WS-IN-LINE(8:60) TO WS-CUR-SERIES
               WHEN WS-IN-LINE(1:5) = "PART "
                   MOVE WS-IN-LINE(6:10) TO WS-CUR-PART-TEXT
               WHEN WS-IN-LINE(1:3) = "ID "
                   MOVE WS-IN-LINE(4:10) TO WS-CUR-FILE-ID-TEXT
               WHEN WS-IN-LINE(1:5) = "LANG "
                   MOVE WS-IN-LINE(6:10) TO WS-CUR-LANG
               WHEN WS-IN-LINE(1:9) = "ORIGINAL "
                   MOVE WS-IN-LINE(10:10) TO WS-CUR-ORIGINAL-TEXT
               WHEN WS-IN-LINE(1:2) = "B "
                   PERFORM TAKE-BODY-SLICE
               WHEN WS-IN-LINE(1:8) = "COMMENT "
               WHEN WS-IN-LINE(1:6) = "CTEXT " AND IN-COMMENT
                   MOVE WS-IN-LINE(7:300)
                       TO WC-BODY(WS-CMT-COUNT)
               WHEN WS-IN-LINE(1:9) = "CREPLYTO " AND IN-COMMENT
                   MOVE WS-IN-LINE(10:21)
                       TO WC-PARENT-TS(WS-CMT-COUNT)
               WHEN FUNCTION TRIM(WS-IN-LINE) = "COWNER" AND IN-COMMENT
                   MOVE "Y" TO WC-OWNER(WS-CMT-COUNT)
               WHEN FUNCTION TRIM(WS-IN-LINE) = "END-COMMENT"
                   MOVE 'N' TO WS-IN-COMMENT
               WHEN FUNCTION TRIM(WS-IN-LINE) = "END-POST"
           MOVE SPACES TO WS-CUR-TAGS
           MOVE SPACES TO WS-CUR-AUTHOR
           MOVE SPACES TO WS-CUR-SLUG
           MOVE SPACES TO WS-CUR-SERIES
           MOVE SPACES TO WS-CUR-PART-TEXT
           MOVE SPACES TO WS-CUR-FILE-ID-TEXT
           MOVE SPACES TO WS-CUR-LANG
           MOVE SPACES TO WS-CUR-ORIGINAL-TEXT
           MOVE SPACES TO WS-CUR-BODY
           MOVE 0 TO WS-CUR-SLICE
           MOVE 0 TO WS-CMT-COUNT.
           MOVE WS-IN-LINE(9:1) TO WC-STATUS(WS-CMT-COUNT)
           MOVE WS-IN-LINE(11:21) TO WC-TIMESTAMP(WS-CMT-COUNT)
           MOVE SPACES TO WC-NAME(WS-CMT-COUNT)
           MOVE SPACES TO WC-BODY(WS-CMT-COUNT)
           MOVE SPACES TO WC-PARENT-TS(WS-CMT-COUNT)
           MOVE SPACE TO WC-OWNER(WS-CMT-COUNT).

      * The block is complete: validate it by the admin form's
      * rules and either append everything or report and skip.
           ELSE
               CALL "SLUG-MAKER" USING WS-CUR-SLUG WS-CUR-SLUG
           END-IF
      * A part number that is missing or not a number leaves the
      * post in its series as part 0, which DATA-RECONCILE reports
      * for a human to renumber; outside a series it is always 0.
           MOVE 0 TO WS-CUR-SERIES-PART
           IF FUNCTION TRIM(WS-CUR-SERIES) NOT = SPACES
              AND FUNCTION TRIM(WS-CUR-PART-TEXT) IS NUMERIC
              AND FUNCTION NUMVAL(WS-CUR-PART-TEXT) <= 999
               COMPUTE WS-CUR-SERIES-PART =
                   FUNCTION NUMVAL(WS-CUR-PART-TEXT)
           END-IF
           PERFORM RESOLVE-BLOCK-ORIGINAL
           PERFORM APPEND-MASTER-RECORD
           PERFORM APPEND-BODY-CHUNKS
           PERFORM APPEND-BLOCK-COMMENTS
           ADD 1 TO WS-LOADED-COUNT
           IF FUNCTION TRIM(WS-CUR-FILE-ID-TEXT) IS NUMERIC
              AND WS-ID-MAP-COUNT < 200
               ADD 1 TO WS-ID-MAP-COUNT
               COMPUTE WM-FILE-ID(WS-ID-MAP-COUNT) =
                   FUNCTION NUMVAL(WS-CUR-FILE-ID-TEXT)
               MOVE WS-NEXT-ID TO WM-NEW-ID(WS-ID-MAP-COUNT)
           END-IF
           DISPLAY "Loaded post " WS-NEXT-ID ": "
               FUNCTION TRIM(WS-CUR-TITLE).

      * Points an ORIGINAL line at the fresh id its original was
      * given earlier in this run.  No match leaves the post an
      * original in its own right (DATA-RECONCILE would otherwise
      * report it as a translation of nothing).
       RESOLVE-BLOCK-ORIGINAL.
           MOVE 0 TO WS-CUR-ORIGINAL-ID
           IF FUNCTION TRIM(WS-CUR-ORIGINAL-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CUR-ORIGINAL-TEXT) IS NUMERIC
               PERFORM VARYING WS-ID-MAP-IDX FROM 1 BY 1
                   UNTIL WS-ID-MAP-IDX > WS-ID-MAP-COUNT
                   IF WM-FILE-ID(WS-ID-MAP-IDX) =
                      FUNCTION NUMVAL(WS-CUR-ORIGINAL-TEXT)
                       MOVE WM-NEW-ID(WS-ID-MAP-IDX)
                           TO WS-CUR-ORIGINAL-ID
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CUR-ORIGINAL-ID = 0
               DISPLAY "Line " WS-LINE-NUMBER ": ORIGINAL "
                   FUNCTION TRIM(WS-CUR-ORIGINAL-TEXT)
                   " was not loaded earlier in this file; post "
                   WS-NEXT-ID " loaded as an original"
           END-IF.

       VALIDATE-BLOCK.
           MOVE SPACES TO WS-BLOCK-ERROR
           INSPECT WS-CUR-BODY REPLACING ALL X"0D" BY SPACE
               MOVE "STATUS must be P, D, or S" TO WS-BLOCK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CUR-LANG) TO WS-CUR-LANG
           IF WS-CUR-LANG NOT = SPACES
               MOVE "primary_language" TO SG-KEY
               MOVE "C" TO SG-MODE
               MOVE WS-CUR-LANG TO SG-VALUE
               CALL "SITE-SETTING" USING SG-FIELDS
               IF NOT SG-VALUE-OK
                   MOVE "LANG must be a language code like en or pt-br"
                       TO WS-BLOCK-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE SG-VALUE TO WS-CUR-LANG
           END-IF
           IF WS-CUR-STATUS = "S"
               IF WS-CUR-PUBLISH-AT(1:12) IS NUMERIC
                   MOVE "00" TO WS-CUR-PUBLISH-AT(13:2)
           MOVE WS-CUR-TAGS TO BP-TAGS
           MOVE WS-CUR-AUTHOR TO BP-AUTHOR
           MOVE WS-CUR-SLUG TO BP-SLUG
           MOVE WS-CUR-SERIES TO BP-SERIES
           MOVE WS-CUR-SERIES-PART TO BP-SERIES-PART
           MOVE WS-CUR-LANG TO BP-LANG
           MOVE WS-CUR-ORIGINAL-ID TO BP-ORIGINAL-ID
           WRITE BLOG-POST-RECORD
           CLOSE BLOG-POSTS-FILE.

               MOVE WC-TIMESTAMP(WS-CMT-IDX) TO CO-TIMESTAMP
               MOVE WC-NAME(WS-CMT-IDX) TO CO-NAME
               MOVE WC-BODY(WS-CMT-IDX) TO CO-BODY
               MOVE WC-PARENT-TS(WS-CMT-IDX) TO CO-PARENT-TS
               MOVE WC-OWNER(WS-CMT-IDX) TO CO-OWNER
               WRITE COMMENT-RECORD
               ADD 1 TO WS-COMMENTS-LOADED
           END-PERFORM
                       MOVE BP-TAGS TO PI-TAGS
                       MOVE BP-AUTHOR TO PI-AUTHOR
                       MOVE BP-SLUG TO PI-SLUG
                       MOVE BP-SERIES TO PI-SERIES
                       MOVE BP-SERIES-PART TO PI-SERIES-PART
                       MOVE BP-LANG TO PI-LANG
                       MOVE BP-ORIGINAL-ID TO PI-ORIGINAL-ID
                       WRITE PI-RECORD
                           INVALID KEY
                               CONTINUE
