       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIA-REPORT.

      * Run nightly from NIGHTLY-BATCH, this rebuilds the media
      * usage index (MEDIA-USAGE-BUILD, the same rebuild the save
      * paths do) and sets it beside the uploads manifest and what
      * is actually under public/, writing a dated plain-text
      * report of what can be cleared out: uploads no post body
      * uses any more (drafts and scheduled posts count as users),
      * files under public/ the manifest has no row for -- copied
      * in by hand, or left by a delete that died midway; the site's
      * own assets such as style.css show here too -- manifest rows
      * whose file is gone, and the storage each uploader's files
      * take, with how much of it nothing uses.  Nothing is deleted
      * here: /admin/media does that, one file at a time, and warns
      * about any a post still uses.  The directory is listed with
      * ls into a scratch file, as the mail senders stage theirs.
      * A usage index that cannot be read, or a manifest longer
      * than the table, is said so in the report rather than
      * turned into uploads that look unused or files that look
      * unlisted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPLOADS-MANIFEST-FILE
               ASSIGN TO "data/uploads-manifest"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPLOADS-STATUS.
           SELECT MEDIA-USAGE-FILE ASSIGN TO "data/media-usage"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT LISTING-FILE ASSIGN TO "media-listing.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UPLOADS-MANIFEST-FILE.
           COPY "UPLOAD-REC.cpy".
       FD  MEDIA-USAGE-FILE.
           COPY "MEDIA-USAGE.cpy".
       FD  LISTING-FILE.
       01  LISTING-RECORD PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-UPLOADS-STATUS    PIC XX.
       01  WS-USAGE-STATUS      PIC XX.
       01  WS-LISTING-STATUS    PIC XX.
       01  WS-EOF-FLAG          PIC X.
           88  EOF-REACHED       VALUE 'Y'.
       01  WS-REPORT-PATH       PIC X(100).
       01  WS-REPORT-LINE       PIC X(200).
       01  WS-TODAY             PIC X(8).
       01  WS-USAGE-ROWS        PIC 9(5).
       01  WS-USAGE-SHORT       PIC X VALUE 'N'.
           88  USAGE-SHORT       VALUE 'Y'.
       01  WS-LIST-COMMAND      PIC X(80)
           VALUE "ls -1p public > media-listing.tmp 2> /dev/null".

      * The manifest, with how many posts use each upload and
      * whether its file is on disk, filled in as the other two
      * sources are read.
       01  WS-UPLOAD-TABLE-GRP.
           05  WS-UPLOAD-ENTRY OCCURS 200 TIMES.
               10  WU-FILENAME  PIC X(60).
               10  WU-SIZE      PIC 9(7).
               10  WU-TIMESTAMP PIC X(21).
               10  WU-USER      PIC X(20).
               10  WU-USES      PIC 9(3).
               10  WU-ON-DISK   PIC X(01).
       01  WS-UPLOAD-COUNT      PIC 9(3) VALUE 0.
       01  WS-UPLOAD-IDX        PIC 9(3).
       01  WS-FOUND-IDX         PIC 9(3).
       01  WS-TARGET-NAME       PIC X(60).
       01  WS-MANIFEST-SHORT    PIC X VALUE 'N'.
           88  MANIFEST-SHORT    VALUE 'Y'.

      * Names under public/ that no manifest row accounts for.
       01  WS-STRAY-GRP.
           05  WS-STRAY-NAME OCCURS 200 TIMES PIC X(60).
       01  WS-STRAY-COUNT       PIC 9(3) VALUE 0.
       01  WS-STRAY-IDX         PIC 9(3).
       01  WS-DISK-COUNT        PIC 9(5) VALUE 0.
       01  WS-LISTED            PIC X VALUE 'N'.
           88  LISTED            VALUE 'Y'.

      * Storage per UP-USER, in order of first appearance.
       01  WS-USER-STATS-GRP.
           05  WS-USER-STAT OCCURS 50 TIMES.
               10  WS-US-USER   PIC X(20).
               10  WS-US-FILES  PIC 9(5).
               10  WS-US-BYTES  PIC 9(10).
               10  WS-US-UNUSED PIC 9(10).
       01  WS-USER-COUNT        PIC 99 VALUE 0.
       01  WS-USER-IDX          PIC 99.
       01  WS-USER-FOUND        PIC X.
           88  USER-FOUND        VALUE 'Y'.

       01  WS-UNUSED-COUNT      PIC 9(3) VALUE 0.
       01  WS-UNUSED-BYTES      PIC 9(10) VALUE 0.
       01  WS-MISSING-COUNT     PIC 9(3) VALUE 0.
       01  WS-TOTAL-BYTES       PIC 9(10) VALUE 0.
       01  WS-COUNT-TEXT        PIC ZZZ,ZZ9.
       01  WS-BYTES-TEXT        PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-BYTES-TEXT-2      PIC Z,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-REPORT-PATH
           STRING "media-report-" WS-TODAY ".txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH

           CALL "MEDIA-USAGE-BUILD" USING WS-USAGE-ROWS
           PERFORM LOAD-MANIFEST
           PERFORM COUNT-USES
           PERFORM LIST-PUBLIC
           PERFORM TALLY-USERS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Media usage and cleanup for " WS-TODAY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-UPLOAD-COUNT TO WS-COUNT-TEXT
           MOVE WS-TOTAL-BYTES TO WS-BYTES-TEXT
           STRING "Uploads on the manifest: "
                  FUNCTION TRIM(WS-COUNT-TEXT) ", "
                  FUNCTION TRIM(WS-BYTES-TEXT) " byte(s)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF MANIFEST-SHORT
               MOVE "  (the rest of the manifest was past the table)"
                   TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF USAGE-SHORT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  (the usage list is incomplete: "
                      "data/media-usage could not be read)"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM WRITE-UNUSED
           PERFORM WRITE-STRAYS
           PERFORM WRITE-MISSING
           PERFORM WRITE-USERS
           CLOSE REPORT-FILE

           DISPLAY "Wrote " FUNCTION TRIM(WS-REPORT-PATH) ": "
               WS-UNUSED-COUNT " unused upload(s), "
               WS-STRAY-COUNT " unlisted file(s)"
           IF USAGE-SHORT
               DISPLAY "The usage list is incomplete; "
                   "see the report before deleting anything"
           END-IF
           STOP RUN.

       LOAD-MANIFEST.
           MOVE 0 TO WS-UPLOAD-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT UPLOADS-MANIFEST-FILE
           IF WS-UPLOADS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ UPLOADS-MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-UPLOAD-COUNT >= 200
                           MOVE 'Y' TO WS-MANIFEST-SHORT
                       ELSE
                           ADD 1 TO WS-UPLOAD-COUNT
                           MOVE UP-FILENAME
                               TO WU-FILENAME(WS-UPLOAD-COUNT)
                           MOVE UP-SIZE TO WU-SIZE(WS-UPLOAD-COUNT)
                           MOVE UP-TIMESTAMP
                               TO WU-TIMESTAMP(WS-UPLOAD-COUNT)
                           MOVE UP-USER TO WU-USER(WS-UPLOAD-COUNT)
                           MOVE 0 TO WU-USES(WS-UPLOAD-COUNT)
                           MOVE 'N' TO WU-ON-DISK(WS-UPLOAD-COUNT)
                           ADD UP-SIZE TO WS-TOTAL-BYTES
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UPLOADS-STATUS NOT = "35"
               CLOSE UPLOADS-MANIFEST-FILE
           END-IF.

       FIND-TARGET-UPLOAD.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-UPLOAD-IDX FROM 1 BY 1
               UNTIL WS-UPLOAD-IDX > WS-UPLOAD-COUNT
               IF WU-FILENAME(WS-UPLOAD-IDX) = WS-TARGET-NAME
                   MOVE WS-UPLOAD-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * One usage row is one post using the file.
       COUNT-USES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MEDIA-USAGE-FILE
           IF WS-USAGE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-USAGE-SHORT
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ MEDIA-USAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE MU-FILENAME TO WS-TARGET-NAME
                       PERFORM FIND-TARGET-UPLOAD
                       IF WS-FOUND-IDX > 0
                           ADD 1 TO WU-USES(WS-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-USAGE-STATUS NOT = "35"
               CLOSE MEDIA-USAGE-FILE
           END-IF.

      * Lists public/ into the scratch file and matches each name
      * against the manifest; subdirectories (ls marks them with a
      * trailing "/") are not uploads and are passed over.
       LIST-PUBLIC.
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-LIST-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LISTING-FILE
           IF WS-LISTING-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE 'Y' TO WS-LISTED
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ LISTING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM MATCH-ONE-LISTED-FILE
               END-READ
           END-PERFORM
           IF WS-LISTING-STATUS NOT = "35"
               CLOSE LISTING-FILE
           END-IF.

       MATCH-ONE-LISTED-FILE.
           IF LISTING-RECORD = SPACES
              OR LISTING-RECORD(
                  FUNCTION LENGTH(FUNCTION TRIM(LISTING-RECORD)):1)
                 = "/"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DISK-COUNT
           MOVE LISTING-RECORD TO WS-TARGET-NAME
           PERFORM FIND-TARGET-UPLOAD
           IF WS-FOUND-IDX > 0
               MOVE 'Y' TO WU-ON-DISK(WS-FOUND-IDX)
           ELSE
               IF WS-STRAY-COUNT < 200 AND NOT MANIFEST-SHORT
                   ADD 1 TO WS-STRAY-COUNT
                   MOVE LISTING-RECORD
                       TO WS-STRAY-NAME(WS-STRAY-COUNT)
               END-IF
           END-IF.

      * Storage per uploader, and the unused totals, off the
      * manifest sizes (the size each file arrived at).
       TALLY-USERS.
           PERFORM VARYING WS-UPLOAD-IDX FROM 1 BY 1
               UNTIL WS-UPLOAD-IDX > WS-UPLOAD-COUNT
               MOVE 'N' TO WS-USER-FOUND
               PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
                   IF WS-US-USER(WS-USER-IDX)
                      = WU-USER(WS-UPLOAD-IDX)
                       MOVE 'Y' TO WS-USER-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT USER-FOUND AND WS-USER-COUNT < 50
                   ADD 1 TO WS-USER-COUNT
                   MOVE WS-USER-COUNT TO WS-USER-IDX
                   MOVE WU-USER(WS-UPLOAD-IDX)
                       TO WS-US-USER(WS-USER-IDX)
                   MOVE 0 TO WS-US-FILES(WS-USER-IDX)
                   MOVE 0 TO WS-US-BYTES(WS-USER-IDX)
                   MOVE 0 TO WS-US-UNUSED(WS-USER-IDX)
                   MOVE 'Y' TO WS-USER-FOUND
               END-IF
               IF USER-FOUND
                   ADD 1 TO WS-US-FILES(WS-USER-IDX)
                   ADD WU-SIZE(WS-UPLOAD-IDX)
                       TO WS-US-BYTES(WS-USER-IDX)
                   IF WU-USES(WS-UPLOAD-IDX) = 0
                       ADD WU-SIZE(WS-UPLOAD-IDX)
                           TO WS-US-UNUSED(WS-USER-IDX)
                   END-IF
               END-IF
               IF WU-USES(WS-UPLOAD-IDX) = 0
                   ADD 1 TO WS-UNUSED-COUNT
                   ADD WU-SIZE(WS-UPLOAD-IDX) TO WS-UNUSED-BYTES
               END-IF
           END-PERFORM.

       WRITE-UNUSED.
           MOVE "Uploads no post uses:" TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF USAGE-SHORT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  (the usage list is incomplete; a file below "
                      "may still be in a post)"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-UPLOAD-IDX FROM 1 BY 1
               UNTIL WS-UPLOAD-IDX > WS-UPLOAD-COUNT
               IF WU-USES(WS-UPLOAD-IDX) = 0
                   MOVE WU-SIZE(WS-UPLOAD-IDX) TO WS-BYTES-TEXT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " FUNCTION TRIM(WU-FILENAME(
                              WS-UPLOAD-IDX))
                          "  " FUNCTION TRIM(WS-BYTES-TEXT)
                          " byte(s), uploaded "
                          WU-TIMESTAMP(WS-UPLOAD-IDX)(1:8)
                          " by " FUNCTION TRIM(WU-USER(
                              WS-UPLOAD-IDX))
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-UNUSED-COUNT = 0
               MOVE "  none" TO WS-REPORT-LINE
           ELSE
               MOVE WS-UNUSED-COUNT TO WS-COUNT-TEXT
               MOVE WS-UNUSED-BYTES TO WS-BYTES-TEXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " FUNCTION TRIM(WS-COUNT-TEXT)
                      " upload(s), " FUNCTION TRIM(WS-BYTES-TEXT)
                      " byte(s); delete from /admin/media"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-STRAYS.
           MOVE "Files under public/ the manifest does not list:"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  (the site's own assets, such as style.css, are "
                  "listed here too; do not delete them)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF NOT LISTED
               MOVE "  public/ could not be listed" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
      * With the manifest only part read, every file whose row was
      * past the table would look unlisted, so none are shown.
           IF LISTED AND MANIFEST-SHORT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  not checked: the manifest was longer than "
                      "the table"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-STRAY-IDX FROM 1 BY 1
               UNTIL WS-STRAY-IDX > WS-STRAY-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-STRAY-NAME(WS-STRAY-IDX)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           IF LISTED AND NOT MANIFEST-SHORT AND WS-STRAY-COUNT = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

      * Only meaningful when the listing worked -- otherwise every
      * row would look missing.
       WRITE-MISSING.
           IF NOT LISTED
               EXIT PARAGRAPH
           END-IF
           MOVE "Manifest rows whose file is gone from public/:"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-UPLOAD-IDX FROM 1 BY 1
               UNTIL WS-UPLOAD-IDX > WS-UPLOAD-COUNT
               IF WU-ON-DISK(WS-UPLOAD-IDX) NOT = 'Y'
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WU-USES(WS-UPLOAD-IDX) TO WS-COUNT-TEXT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " FUNCTION TRIM(WU-FILENAME(
                              WS-UPLOAD-IDX))
                          "  used by " FUNCTION TRIM(WS-COUNT-TEXT)
                          " post(s)"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-MISSING-COUNT = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-USERS.
           MOVE "Storage per uploader (files / bytes / unused bytes):"
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
               MOVE WS-US-FILES(WS-USER-IDX) TO WS-COUNT-TEXT
               MOVE WS-US-BYTES(WS-USER-IDX) TO WS-BYTES-TEXT
               MOVE WS-US-UNUSED(WS-USER-IDX) TO WS-BYTES-TEXT-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-US-USER(WS-USER-IDX) " "
                      WS-COUNT-TEXT " " WS-BYTES-TEXT " "
                      WS-BYTES-TEXT-2
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           IF WS-USER-COUNT = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       END PROGRAM MEDIA-REPORT.
