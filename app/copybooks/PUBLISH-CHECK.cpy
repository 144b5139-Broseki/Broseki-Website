      * PUBLISH-CHECK.cpy
      * Shared layout for the post a save path hands to
      * PUBLISH-CHECK before letting it go live, and the verdict
      * it gets back.  COPY into WORKING-STORAGE (callers) or
      * LINKAGE SECTION (PUBLISH-CHECK itself) so both sides agree
      * on the shape of the data CALL "PUBLISH-CHECK" examines.
      * PC-ID is the post's own id (zero for one not yet created),
      * so its own slug is not counted as taken.  PC-TITLE is
      * wider than BP-TITLE on purpose: a caller moves the title
      * exactly as submitted, and anything past column 60 is a
      * title that would be cut short on save.  PC-BODY is the
      * full reassembled body, continuation chunks included.
       01  PC-FIELDS.
           05  PC-ID          PIC 9(4).
           05  PC-TITLE       PIC X(120).
           05  PC-BODY        PIC X(4000).
           05  PC-TAGS        PIC X(60).
           05  PC-SLUG        PIC X(60).
           05  PC-AUTHOR      PIC X(20).
      * PASS lets the post go live; HOLD keeps it where it is, with
      * the first problem found in PC-REASON (lower case, no full
      * stop, so each caller can frame it in its own voice).
       01  PC-RESULT.
           05  PC-VERDICT     PIC X(01).
               88  PC-PASS     VALUE "P".
               88  PC-HOLD     VALUE "H".
           05  PC-REASON      PIC X(80).
