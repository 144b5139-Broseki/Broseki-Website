       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-REPORT.

      * Run nightly as the last NIGHTLY-BATCH step, this measures
      * every data file and log the site writes -- its record count
      * (flat files; the indexed files report their size only) and
      * its size on disk, with the page cache counted as one entry
      * summed over the captures page-cache-manifest lists -- and
      * compares each against the small "capacity-history" file
      * this program keeps: one line per file per night, the last
      * 30 days of them.  The report gives the change since the
      * previous night, the average daily growth over the history
      * held, and at that rate how many days are left before the
      * file reaches the warning size (the capacity_warn_mb site
      * setting, CAPACITY_WARN_MB before that file existed).  A
      * file already past the warning size is flagged OVER and the
      * program ends with return code 1, so cron mails someone
      * before the disk fills; one with 30 days or fewer to go is
      * marked SOON.  Dated access-log archives and backup sets are
      * not listed -- ACCESS-LOG-ARCHIVE and DATA-BACKUP prune
      * those themselves.  A history too large to hold is left as
      * it is rather than rewritten short, and the report says so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEASURE-FILE ASSIGN DYNAMIC WS-MEASURE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT CACHE-MANIFEST-FILE ASSIGN TO "page-cache-manifest"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "capacity-history"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEASURE-FILE.
       01  MEASURE-RECORD PIC X(2000).
       FD  CACHE-MANIFEST-FILE.
       01  CACHE-MANIFEST-RECORD PIC X(100).
      * "<YYYYMMDD> <file> <records> <bytes>", one per file a night.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HR-DATE      PIC X(8).
           05  FILLER       PIC X.
           05  HR-NAME      PIC X(30).
           05  FILLER       PIC X.
           05  HR-RECORDS   PIC 9(9).
           05  FILLER       PIC X.
           05  HR-BYTES     PIC 9(12).
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
           COPY "SETTING-FIELDS.cpy".
       01  WS-MEASURE-STATUS  PIC XX.
       01  WS-MANIFEST-STATUS PIC XX.
       01  WS-HISTORY-STATUS  PIC XX.
       01  WS-EOF-FLAG        PIC X.
           88  EOF-REACHED     VALUE 'Y'.
       01  WS-MEASURE-PATH    PIC X(100).
       01  WS-REPORT-PATH     PIC X(100).
       01  WS-REPORT-LINE     PIC X(200).

       01  WS-TODAY           PIC X(8).
       01  WS-TODAY-NUM       PIC 9(8).
       01  WS-TODAY-INT       PIC 9(9).
       01  WS-CUTOFF-DATE     PIC 9(8).
       01  WS-THEN-NUM        PIC 9(8).
       01  WS-THEN-INT        PIC 9(9).
       01  WS-DAYS-BETWEEN    PIC 9(5).

      * What gets measured.  Kind "F" is a flat file whose lines are
      * counted; "I" an indexed file, sized only (its data may sit
      * in the file itself or in a .dat/.idx pair beside it); "C"
      * the page cache, sized capture by capture from the manifest.
       01  WS-FILE-SET-SEED.
           05  FILLER PIC X(31) VALUE "Fdata/blog-posts".
           05  FILLER PIC X(31) VALUE "Fdata/blog-bodies".
           05  FILLER PIC X(31) VALUE "Fdata/comments".
           05  FILLER PIC X(31) VALUE "Fdata/messages".
           05  FILLER PIC X(31) VALUE "Fdata/message-replies".
           05  FILLER PIC X(31) VALUE "Fdata/post-revisions".
           05  FILLER PIC X(31) VALUE "Fdata/notify-queue".
           05  FILLER PIC X(31) VALUE "Fdata/subscribers".
           05  FILLER PIC X(31) VALUE "Fdata/mailing-queue".
           05  FILLER PIC X(31) VALUE "Fdata/uploads-manifest".
           05  FILLER PIC X(31) VALUE "Fdata/users".
           05  FILLER PIC X(31) VALUE "Fdata/announced-posts".
           05  FILLER PIC X(31) VALUE "Fdata/digested-posts".
           05  FILLER PIC X(31) VALUE "Fdata/site-settings".
           05  FILLER PIC X(31) VALUE "Fdata/post-id-seq".
           05  FILLER PIC X(31) VALUE "Fdata/publish-holds".
           05  FILLER PIC X(31) VALUE "Fdata/media-usage".
           05  FILLER PIC X(31) VALUE "Faccess-log".
           05  FILLER PIC X(31) VALUE "Ferror-log".
           05  FILLER PIC X(31) VALUE "Faudit-log".
           05  FILLER PIC X(31) VALUE "Fnightly-run-log".
           05  FILLER PIC X(31) VALUE "Fpage-cache-manifest".
           05  FILLER PIC X(31) VALUE "Fcapacity-history".
           05  FILLER PIC X(31) VALUE "Isessions".
           05  FILLER PIC X(31) VALUE "Ithrottle-counts".
           05  FILLER PIC X(31) VALUE "Iip-blocklist".
           05  FILLER PIC X(31) VALUE "Idata/view-counts".
           05  FILLER PIC X(31) VALUE "Idata/blog-posts-index".
           05  FILLER PIC X(31) VALUE "Idata/blog-slugs-index".
           05  FILLER PIC X(31) VALUE "Idata/search-index".
           05  FILLER PIC X(31) VALUE "Cpage-cache".
       01  WS-FILE-SET REDEFINES WS-FILE-SET-SEED.
           05  WS-FILE-ENTRY OCCURS 31 TIMES.
               10  WS-FE-KIND   PIC X(01).
               10  WS-FE-NAME   PIC X(30).
       01  WS-FILE-COUNT      PIC 99 VALUE 31.
       01  WS-FILE-IDX        PIC 99.

      * Tonight's measurement of each entry above.
       01  WS-MEASURE-GRP.
           05  WS-MEASURE OCCURS 31 TIMES.
               10  WM-PRESENT   PIC X(01).
               10  WM-RECORDS   PIC 9(9).
               10  WM-BYTES     PIC 9(12).
       01  WS-PROBE-BYTES     PIC 9(12).
       01  WS-PROBE-FOUND     PIC X.
           88  PROBE-FOUND     VALUE 'Y'.

      * CBL_CHECK_FILE_EXIST hands the size back as eight bytes,
      * most significant first; ORD gives each byte's value plus
      * one, as in HEALTH-HANDLER.
       01  WS-FILE-INFO.
           05  WS-FI-SIZE       PIC X(8).
           05  WS-FI-STAMP      PIC X(8).
       01  WS-PROBE-PATH      PIC X(100).
       01  WS-BYTE-IDX        PIC 9.

      * The history still inside the 30-day window, tonight's own
      * lines from an earlier run today left out so a rerun
      * replaces them.
       01  WS-HISTORY-MAX     PIC 9(4) VALUE 1500.
       01  WS-HISTORY-GRP.
           05  WS-HISTORY OCCURS 1500 TIMES.
               10  WH-DATE      PIC X(8).
               10  WH-NAME      PIC X(30).
               10  WH-RECORDS   PIC 9(9).
               10  WH-BYTES     PIC 9(12).
       01  WS-HISTORY-COUNT   PIC 9(4) VALUE 0.
       01  WS-HISTORY-IDX     PIC 9(4).
       01  WS-HISTORY-FULL    PIC X VALUE 'N'.
           88  HISTORY-FULL    VALUE 'Y'.

      * One entry's figures against its history.
       01  WS-PREV-IDX        PIC 9(4).
       01  WS-OLDEST-IDX      PIC 9(4).
       01  WS-CHANGE-BYTES    PIC S9(12).
       01  WS-AVG-BYTES       PIC S9(12).
       01  WS-DAYS-LEFT       PIC 9(9).
       01  WS-WARN-MB         PIC 9(9).
       01  WS-WARN-BYTES      PIC 9(15).
       01  WS-SOON-DAYS       PIC 9(3) VALUE 30.
       01  WS-OVER-COUNT      PIC 9(3) VALUE 0.
       01  WS-SOON-COUNT      PIC 9(3) VALUE 0.
       01  WS-TOTAL-BYTES     PIC 9(15) VALUE 0.

      * Report columns, right-aligned so the figures line up.
       01  WS-COL-RECORDS     PIC X(11) JUSTIFIED RIGHT.
       01  WS-COL-BYTES       PIC X(15) JUSTIFIED RIGHT.
       01  WS-COL-CHANGE      PIC X(15) JUSTIFIED RIGHT.
       01  WS-COL-AVG         PIC X(15) JUSTIFIED RIGHT.
       01  WS-COL-DAYS        PIC X(9) JUSTIFIED RIGHT.
       01  WS-COL-MARK        PIC X(4).
       01  WS-RECORDS-TEXT    PIC ZZZ,ZZZ,ZZ9.
       01  WS-BYTES-TEXT      PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-SIGNED-TEXT     PIC +++,+++,+++,++9.
       01  WS-DAYS-TEXT       PIC ZZ,ZZ9.
       01  WS-TOTAL-TEXT      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-WARN-TEXT       PIC ZZZ,ZZ9.
       01  WS-COUNT-TEXT      PIC ZZ9.
       01  WS-COLUMN-HEADS    PIC X(105) VALUE
           "  File                              Records            Bytes
      -    "  Since yesterday      Avg per day  Days left".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 30)
           MOVE SPACES TO WS-REPORT-PATH
           STRING "capacity-report-" WS-TODAY ".txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH

           MOVE "capacity_warn_mb" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-WARN-MB
           COMPUTE WS-WARN-BYTES = WS-WARN-MB * 1048576

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM MEASURE-ONE-ENTRY
           END-PERFORM
           PERFORM LOAD-HISTORY

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM REPORT-ONE-ENTRY
           END-PERFORM
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE

           IF HISTORY-FULL
               DISPLAY "capacity-history holds more than "
                   WS-HISTORY-MAX " lines; left as it was"
           ELSE
               PERFORM SAVE-HISTORY
           END-IF

           DISPLAY "Wrote " FUNCTION TRIM(WS-REPORT-PATH)
           IF WS-OVER-COUNT > 0
               MOVE WS-OVER-COUNT TO WS-COUNT-TEXT
               MOVE WS-WARN-MB TO WS-WARN-TEXT
               DISPLAY FUNCTION TRIM(WS-COUNT-TEXT)
                   " file(s) over the warning size of "
                   FUNCTION TRIM(WS-WARN-TEXT) " MB"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       MEASURE-ONE-ENTRY.
           MOVE 'N' TO WM-PRESENT(WS-FILE-IDX)
           MOVE 0 TO WM-RECORDS(WS-FILE-IDX)
           MOVE 0 TO WM-BYTES(WS-FILE-IDX)
           EVALUATE WS-FE-KIND(WS-FILE-IDX)
               WHEN "F"
                   PERFORM MEASURE-FLAT-FILE
               WHEN "I"
                   PERFORM MEASURE-INDEXED-FILE
               WHEN "C"
                   PERFORM MEASURE-PAGE-CACHE
           END-EVALUATE.

       MEASURE-FLAT-FILE.
           MOVE WS-FE-NAME(WS-FILE-IDX) TO WS-PROBE-PATH
           PERFORM PROBE-FILE-SIZE
           IF NOT PROBE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WM-PRESENT(WS-FILE-IDX)
           MOVE WS-PROBE-BYTES TO WM-BYTES(WS-FILE-IDX)
           MOVE WS-FE-NAME(WS-FILE-IDX) TO WS-MEASURE-PATH
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MEASURE-FILE
           IF WS-MEASURE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ MEASURE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WM-RECORDS(WS-FILE-IDX)
               END-READ
           END-PERFORM
           CLOSE MEASURE-FILE.

      * The indexed file under its own name, or failing that the
      * data and index halves some file handlers keep beside it.
       MEASURE-INDEXED-FILE.
           MOVE WS-FE-NAME(WS-FILE-IDX) TO WS-PROBE-PATH
           PERFORM PROBE-FILE-SIZE
           IF PROBE-FOUND
               MOVE 'Y' TO WM-PRESENT(WS-FILE-IDX)
               MOVE WS-PROBE-BYTES TO WM-BYTES(WS-FILE-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROBE-PATH
           STRING FUNCTION TRIM(WS-FE-NAME(WS-FILE-IDX)) ".dat"
               DELIMITED BY SIZE
               INTO WS-PROBE-PATH
           PERFORM PROBE-FILE-SIZE
           IF PROBE-FOUND
               MOVE 'Y' TO WM-PRESENT(WS-FILE-IDX)
               ADD WS-PROBE-BYTES TO WM-BYTES(WS-FILE-IDX)
           END-IF
           MOVE SPACES TO WS-PROBE-PATH
           STRING FUNCTION TRIM(WS-FE-NAME(WS-FILE-IDX)) ".idx"
               DELIMITED BY SIZE
               INTO WS-PROBE-PATH
           PERFORM PROBE-FILE-SIZE
           IF PROBE-FOUND
               MOVE 'Y' TO WM-PRESENT(WS-FILE-IDX)
               ADD WS-PROBE-BYTES TO WM-BYTES(WS-FILE-IDX)
           END-IF.

      * Every capture the manifest lists that is still on disk; its
      * record count is the number of captures.
       MEASURE-PAGE-CACHE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CACHE-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WM-PRESENT(WS-FILE-IDX)
           PERFORM UNTIL EOF-REACHED
               READ CACHE-MANIFEST-FILE INTO WS-PROBE-PATH
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(WS-PROBE-PATH) NOT = SPACES
                           PERFORM PROBE-FILE-SIZE
                           IF PROBE-FOUND
                               ADD 1 TO WM-RECORDS(WS-FILE-IDX)
                               ADD WS-PROBE-BYTES
                                   TO WM-BYTES(WS-FILE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CACHE-MANIFEST-FILE.

       PROBE-FILE-SIZE.
           MOVE 'N' TO WS-PROBE-FOUND
           MOVE 0 TO WS-PROBE-BYTES
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PROBE-PATH
                                              WS-FILE-INFO
           IF RETURN-CODE = 0
               MOVE 'Y' TO WS-PROBE-FOUND
               PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 8
                   COMPUTE WS-PROBE-BYTES = WS-PROBE-BYTES * 256
                       + FUNCTION ORD(WS-FI-SIZE(WS-BYTE-IDX:1)) - 1
               END-PERFORM
           END-IF
           MOVE 0 TO RETURN-CODE.

      * Keeps the lines from the last 30 days, before today.
       LOAD-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HR-DATE IS NUMERIC
                          AND HR-DATE < WS-TODAY
                          AND HR-DATE >= WS-CUTOFF-DATE
                          AND HR-RECORDS IS NUMERIC
                          AND HR-BYTES IS NUMERIC
                           PERFORM KEEP-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       KEEP-HISTORY-LINE.
           IF WS-HISTORY-COUNT >= WS-HISTORY-MAX
               MOVE 'Y' TO WS-HISTORY-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HISTORY-COUNT
           MOVE HR-DATE TO WH-DATE(WS-HISTORY-COUNT)
           MOVE HR-NAME TO WH-NAME(WS-HISTORY-COUNT)
           MOVE HR-RECORDS TO WH-RECORDS(WS-HISTORY-COUNT)
           MOVE HR-BYTES TO WH-BYTES(WS-HISTORY-COUNT).

      * The kept history back out, then tonight's line for each
      * entry that exists.
       SAVE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "Could not rewrite capacity-history, status "
                   WS-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HISTORY-IDX FROM 1 BY 1
               UNTIL WS-HISTORY-IDX > WS-HISTORY-COUNT
               MOVE SPACES TO HISTORY-RECORD
               MOVE WH-DATE(WS-HISTORY-IDX) TO HR-DATE
               MOVE WH-NAME(WS-HISTORY-IDX) TO HR-NAME
               MOVE WH-RECORDS(WS-HISTORY-IDX) TO HR-RECORDS
               MOVE WH-BYTES(WS-HISTORY-IDX) TO HR-BYTES
               WRITE HISTORY-RECORD
           END-PERFORM
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
               IF WM-PRESENT(WS-FILE-IDX) = 'Y'
                   MOVE SPACES TO HISTORY-RECORD
                   MOVE WS-TODAY TO HR-DATE
                   MOVE WS-FE-NAME(WS-FILE-IDX) TO HR-NAME
                   MOVE WM-RECORDS(WS-FILE-IDX) TO HR-RECORDS
                   MOVE WM-BYTES(WS-FILE-IDX) TO HR-BYTES
                   WRITE HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Data file capacity for " WS-TODAY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-WARN-MB TO WS-WARN-TEXT
           STRING "Warning size: " FUNCTION TRIM(WS-WARN-TEXT)
                  " MB (capacity_warn_mb); averages over up to 30"
                  " days of history"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADS.

      * One line per entry: the figures, the change since the most
      * recent earlier night on file (normally yesterday), the
      * average daily change since the oldest night on file, and
      * the days left at that rate.
       REPORT-ONE-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE
           IF WM-PRESENT(WS-FILE-IDX) NOT = 'Y'
               STRING "  " WS-FE-NAME(WS-FILE-IDX)
                      "        (not present)"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD WM-BYTES(WS-FILE-IDX) TO WS-TOTAL-BYTES
           PERFORM FIND-ENTRY-HISTORY

           IF WS-FE-KIND(WS-FILE-IDX) = "I"
               MOVE "-" TO WS-COL-RECORDS
           ELSE
               MOVE WM-RECORDS(WS-FILE-IDX) TO WS-RECORDS-TEXT
               MOVE WS-RECORDS-TEXT TO WS-COL-RECORDS
           END-IF
           MOVE WM-BYTES(WS-FILE-IDX) TO WS-BYTES-TEXT
           MOVE WS-BYTES-TEXT TO WS-COL-BYTES

           IF WS-PREV-IDX = 0
               MOVE "new" TO WS-COL-CHANGE
           ELSE
               COMPUTE WS-CHANGE-BYTES =
                   WM-BYTES(WS-FILE-IDX) - WH-BYTES(WS-PREV-IDX)
               MOVE WS-CHANGE-BYTES TO WS-SIGNED-TEXT
               MOVE WS-SIGNED-TEXT TO WS-COL-CHANGE
           END-IF

           MOVE 0 TO WS-AVG-BYTES
           IF WS-OLDEST-IDX = 0
               MOVE "-" TO WS-COL-AVG
           ELSE
               MOVE WH-DATE(WS-OLDEST-IDX) TO WS-THEN-NUM
               COMPUTE WS-THEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-THEN-NUM)
               COMPUTE WS-DAYS-BETWEEN = WS-TODAY-INT - WS-THEN-INT
               COMPUTE WS-AVG-BYTES =
                   (WM-BYTES(WS-FILE-IDX) - WH-BYTES(WS-OLDEST-IDX))
                   / WS-DAYS-BETWEEN
               MOVE WS-AVG-BYTES TO WS-SIGNED-TEXT
               MOVE WS-SIGNED-TEXT TO WS-COL-AVG
           END-IF

           MOVE SPACES TO WS-COL-MARK
           EVALUATE TRUE
               WHEN WM-BYTES(WS-FILE-IDX) >= WS-WARN-BYTES
                   MOVE "0" TO WS-COL-DAYS
                   MOVE "OVER" TO WS-COL-MARK
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-AVG-BYTES <= 0
                   MOVE "-" TO WS-COL-DAYS
               WHEN OTHER
                   COMPUTE WS-DAYS-LEFT =
                       (WS-WARN-BYTES - WM-BYTES(WS-FILE-IDX))
                       / WS-AVG-BYTES
                   IF WS-DAYS-LEFT > 99999
                       MOVE "99,999+" TO WS-COL-DAYS
                   ELSE
                       MOVE WS-DAYS-LEFT TO WS-DAYS-TEXT
                       MOVE WS-DAYS-TEXT TO WS-COL-DAYS
                   END-IF
                   IF WS-DAYS-LEFT <= WS-SOON-DAYS
                       MOVE "SOON" TO WS-COL-MARK
                       ADD 1 TO WS-SOON-COUNT
                   END-IF
           END-EVALUATE

           STRING "  " WS-FE-NAME(WS-FILE-IDX)
                  WS-COL-RECORDS "  " WS-COL-BYTES
                  "  " WS-COL-CHANGE "  " WS-COL-AVG
                  "  " WS-COL-DAYS "  " WS-COL-MARK
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

      * The newest and oldest history lines for this entry; zero
      * when it has none.
       FIND-ENTRY-HISTORY.
           MOVE 0 TO WS-PREV-IDX
           MOVE 0 TO WS-OLDEST-IDX
           PERFORM VARYING WS-HISTORY-IDX FROM 1 BY 1
               UNTIL WS-HISTORY-IDX > WS-HISTORY-COUNT
               IF WH-NAME(WS-HISTORY-IDX) = WS-FE-NAME(WS-FILE-IDX)
                   IF WS-PREV-IDX = 0
                      OR WH-DATE(WS-HISTORY-IDX)
                         > WH-DATE(WS-PREV-IDX)
                       MOVE WS-HISTORY-IDX TO WS-PREV-IDX
                   END-IF
                   IF WS-OLDEST-IDX = 0
                      OR WH-DATE(WS-HISTORY-IDX)
                         < WH-DATE(WS-OLDEST-IDX)
                       MOVE WS-HISTORY-IDX TO WS-OLDEST-IDX
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-BYTES TO WS-TOTAL-TEXT
           STRING "Total bytes: " FUNCTION TRIM(WS-TOTAL-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-OVER-COUNT TO WS-COUNT-TEXT
           STRING "Over the warning size: " FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SOON-COUNT TO WS-COUNT-TEXT
           STRING "Reaching it within 30 days: "
                  FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF HISTORY-FULL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "capacity-history is full; tonight's figures"
                      " were not added to it"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       END PROGRAM CAPACITY-REPORT.
