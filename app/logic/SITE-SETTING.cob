       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITE-SETTING.

      * Answers "what is setting X" for ROUTER, the handlers and the
      * batch jobs, so an operational limit is changed on
      * /admin/settings instead of by a recompile.  A value comes
      * from data/site-settings when the file sets it and it passes
      * the setting's rules; otherwise from the environment variable
      * that configured it before the file existed (same rules);
      * otherwise from the built-in default in SETTING-DEFS.cpy --
      * so a missing file, a missing row, or a hand-edited bad value
      * all degrade to a working default rather than a broken page.
      * The file is read once per run unit and kept in
      * WORKING-STORAGE, so ROUTER's handful of lookups per request
      * cost one small read; a program that rewrites the file
      * CANCELs SITE-SETTING to drop the stale copy.  With SG-MODE
      * "C" it instead checks a candidate value, so the lookup and
      * the admin screen can never disagree about what is valid.
      * ex: MOVE "page_size" TO SG-KEY
      *     CALL "SITE-SETTING" USING SG-FIELDS
      *     MOVE SG-NUMBER TO WS-PAGE-SIZE

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
       01  WS-SETTINGS-STATUS  PIC XX.
       01  WS-EOF-SETTINGS     PIC X VALUE 'N'.
           88  EOF-SETTINGS     VALUE 'Y'.
       01  WS-SETTINGS-LOADED  PIC X VALUE 'N'.
           88  SETTINGS-LOADED  VALUE 'Y'.
           COPY "SETTING-DEFS.cpy".

      * The rows of data/site-settings, as read on the first call.
       01  WS-FILE-TABLE-GRP.
           05  WS-FILE-ENTRY OCCURS 50 TIMES.
               10  WF-KEY      PIC X(30).
               10  WF-VALUE    PIC X(100).
       01  WS-FILE-COUNT       PIC 99 VALUE 0.
       01  WS-FILE-IDX         PIC 99.
       01  WS-DEF-IDX          PIC 99.
       01  WS-SCAN-IDX         PIC 99.

       01  WS-CANDIDATE        PIC X(100).
       01  WS-CANDIDATE-OK     PIC X VALUE 'N'.
           88  CANDIDATE-OK     VALUE 'Y'.
       01  WS-NUMBER           PIC 9(9).
       01  WS-NUMBER-TEXT      PIC Z(8)9.
       01  WS-MIN-TEXT         PIC Z(8)9.
       01  WS-MAX-TEXT         PIC Z(8)9.
       01  WS-MESSAGE          PIC X(80).
       01  WS-TRIM-LEN         PIC 999.
       01  WS-AT-COUNT         PIC 999.
       01  WS-BAD-COUNT        PIC 999.
       01  WS-LANG-TEXT        PIC X(05).

       LINKAGE SECTION.
           COPY "SETTING-FIELDS.cpy".

       PROCEDURE DIVISION USING SG-FIELDS.
           MOVE 'N' TO SG-VALID
           MOVE SPACES TO SG-MESSAGE
           PERFORM FIND-SETTING-DEF
           IF WS-DEF-IDX = 0
               MOVE "No such setting." TO SG-MESSAGE
               IF SG-GET
                   MOVE SPACES TO SG-VALUE
                   MOVE 0 TO SG-NUMBER
                   MOVE "D" TO SG-SOURCE
               END-IF
               GOBACK
           END-IF

           IF SG-CHECK
               MOVE SG-VALUE TO WS-CANDIDATE
               PERFORM CHECK-CANDIDATE
               IF CANDIDATE-OK
                   MOVE 'Y' TO SG-VALID
                   MOVE WS-CANDIDATE TO SG-VALUE
                   MOVE WS-NUMBER TO SG-NUMBER
               ELSE
                   MOVE WS-MESSAGE TO SG-MESSAGE
               END-IF
               GOBACK
           END-IF

           IF NOT SETTINGS-LOADED
               PERFORM LOAD-SETTINGS-FILE
           END-IF
           MOVE 'N' TO WS-CANDIDATE-OK
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
               IF WF-KEY(WS-FILE-IDX) = SD-KEY(WS-DEF-IDX)
                   MOVE WF-VALUE(WS-FILE-IDX) TO WS-CANDIDATE
                   PERFORM CHECK-CANDIDATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CANDIDATE-OK
               MOVE "F" TO SG-SOURCE
           ELSE
               PERFORM TRY-ENVIRONMENT
               IF CANDIDATE-OK
                   MOVE "E" TO SG-SOURCE
               ELSE
                   MOVE SD-DEFAULT(WS-DEF-IDX) TO WS-CANDIDATE
                   PERFORM CHECK-CANDIDATE
                   MOVE "D" TO SG-SOURCE
               END-IF
           END-IF
           MOVE WS-CANDIDATE TO SG-VALUE
           MOVE WS-NUMBER TO SG-NUMBER
           MOVE 'Y' TO SG-VALID
           GOBACK.

       FIND-SETTING-DEF.
           MOVE 0 TO WS-DEF-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > SD-DEF-COUNT
               IF SD-KEY(WS-SCAN-IDX) = SG-KEY
                   MOVE WS-SCAN-IDX TO WS-DEF-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Reads every row of the settings file once; a missing file
      * just means nothing has been set yet.
       LOAD-SETTINGS-FILE.
           MOVE 'Y' TO WS-SETTINGS-LOADED
           MOVE 0 TO WS-FILE-COUNT
           OPEN INPUT SITE-SETTINGS-FILE
           IF WS-SETTINGS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-SETTINGS
               READ SITE-SETTINGS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SETTINGS
                   NOT AT END
                       IF WS-FILE-COUNT < 50
                           ADD 1 TO WS-FILE-COUNT
                           MOVE ST-KEY TO WF-KEY(WS-FILE-COUNT)
                           MOVE ST-VALUE TO WF-VALUE(WS-FILE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-SETTINGS-FILE.

      * The setting's older environment variable, when it has one.
       TRY-ENVIRONMENT.
           MOVE 'N' TO WS-CANDIDATE-OK
           IF SD-ENV-NAME(WS-DEF-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CANDIDATE
           DISPLAY SD-ENV-NAME(WS-DEF-IDX) UPON ENVIRONMENT-NAME
           ACCEPT WS-CANDIDATE FROM ENVIRONMENT-VALUE
           IF WS-CANDIDATE NOT = SPACES
               PERFORM CHECK-CANDIDATE
           END-IF.

      * Checks WS-CANDIDATE against setting WS-DEF-IDX's rules,
      * leaving it trimmed (and a number without leading zeros) in
      * WS-CANDIDATE and, for a number, its value in WS-NUMBER; on
      * a failure WS-MESSAGE says why.
       CHECK-CANDIDATE.
           MOVE 'N' TO WS-CANDIDATE-OK
           MOVE 0 TO WS-NUMBER
           MOVE SPACES TO WS-MESSAGE
           MOVE FUNCTION TRIM(WS-CANDIDATE) TO WS-CANDIDATE
           IF WS-CANDIDATE = SPACES
               MOVE "A value is required." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CANDIDATE))
               TO WS-TRIM-LEN
           MOVE 0 TO WS-BAD-COUNT
           INSPECT WS-CANDIDATE(1:WS-TRIM-LEN) TALLYING WS-BAD-COUNT
               FOR ALL " " ALL "'" ALL '"' ALL "<" ALL ">"
           EVALUATE TRUE
               WHEN SD-NUMERIC(WS-DEF-IDX)
                   PERFORM CHECK-NUMBER
               WHEN SD-URL(WS-DEF-IDX)
                   PERFORM CHECK-URL
               WHEN SD-EMAIL(WS-DEF-IDX)
                   PERFORM CHECK-MAIL-ADDRESS
               WHEN SD-LANGUAGE(WS-DEF-IDX)
                   PERFORM CHECK-LANGUAGE
           END-EVALUATE.

       CHECK-NUMBER.
           MOVE SD-MIN(WS-DEF-IDX) TO WS-MIN-TEXT
           MOVE SD-MAX(WS-DEF-IDX) TO WS-MAX-TEXT
           MOVE SPACES TO WS-MESSAGE
           STRING "Must be a whole number from "
                  FUNCTION TRIM(WS-MIN-TEXT) " to "
                  FUNCTION TRIM(WS-MAX-TEXT) "."
               DELIMITED BY SIZE
               INTO WS-MESSAGE
           IF WS-TRIM-LEN > 9
              OR WS-CANDIDATE(1:WS-TRIM-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUMBER = FUNCTION NUMVAL(WS-CANDIDATE)
           IF WS-NUMBER < SD-MIN(WS-DEF-IDX)
              OR WS-NUMBER > SD-MAX(WS-DEF-IDX)
               MOVE 0 TO WS-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMBER TO WS-NUMBER-TEXT
           MOVE FUNCTION TRIM(WS-NUMBER-TEXT) TO WS-CANDIDATE
           MOVE SPACES TO WS-MESSAGE
           MOVE 'Y' TO WS-CANDIDATE-OK.

      * An absolute http:// or https:// address with something after
      * the scheme; a trailing slash is dropped so callers can add
      * "/post/..." without doubling it.
       CHECK-URL.
           MOVE "Must be an http:// or https:// address, no spaces."
               TO WS-MESSAGE
           IF WS-BAD-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TRIM-LEN > 7
                    AND WS-CANDIDATE(1:7) = "http://"
                   CONTINUE
               WHEN WS-TRIM-LEN > 8
                    AND WS-CANDIDATE(1:8) = "https://"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-CANDIDATE(WS-TRIM-LEN:1) = "/"
               MOVE SPACE TO WS-CANDIDATE(WS-TRIM-LEN:1)
           END-IF
           MOVE SPACES TO WS-MESSAGE
           MOVE 'Y' TO WS-CANDIDATE-OK.

      * One "@" with something on either side, and nothing that
      * would break a mailer command line.
       CHECK-MAIL-ADDRESS.
           MOVE "Must be a mail address like name@example.com."
               TO WS-MESSAGE
           IF WS-BAD-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-CANDIDATE(1:WS-TRIM-LEN) TALLYING WS-AT-COUNT
               FOR ALL "@"
           IF WS-AT-COUNT NOT = 1
              OR WS-CANDIDATE(1:1) = "@"
              OR WS-CANDIDATE(WS-TRIM-LEN:1) = "@"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MESSAGE
           MOVE 'Y' TO WS-CANDIDATE-OK.

      * A language code: two to five letters, lower-cased here, the
      * first two letters and the rest letters or "-" (ex: "en",
      * "pt-br"), so it can go into a URL and an hreflang as is.
       CHECK-LANGUAGE.
           MOVE "Must be a language code like en or pt-br."
               TO WS-MESSAGE
           IF WS-BAD-COUNT > 0
              OR WS-TRIM-LEN < 2
              OR WS-TRIM-LEN > 5
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-CANDIDATE(1:WS-TRIM-LEN)
               CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       TO "abcdefghijklmnopqrstuvwxyz"
           IF WS-CANDIDATE(1:2) IS NOT ALPHABETIC-LOWER
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-CANDIDATE(1:WS-TRIM-LEN) TALLYING WS-AT-COUNT
               FOR ALL "-"
           MOVE WS-CANDIDATE(1:WS-TRIM-LEN) TO WS-LANG-TEXT
           INSPECT WS-LANG-TEXT CONVERTING "-" TO "a"
           IF WS-LANG-TEXT IS NOT ALPHABETIC-LOWER
              OR WS-AT-COUNT > 1
              OR WS-CANDIDATE(WS-TRIM-LEN:1) = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MESSAGE
           MOVE 'Y' TO WS-CANDIDATE-OK.

       END PROGRAM SITE-SETTING.
