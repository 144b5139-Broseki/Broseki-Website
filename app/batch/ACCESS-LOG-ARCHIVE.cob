       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD PIC X(500).
       FD  STAGING-FILE.
       01  STAGING-RECORD PIC X(500).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(500).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
      * How many days of access-log history to keep live before a
      * line is eligible to be archived off: the archive_age_days
      * site setting.
       01  WS-ARCHIVE-AGE-DAYS    PIC 9(3) VALUE 30.
           COPY "SETTING-FIELDS.cpy".

       01  WS-LOG-STATUS          PIC XX.
       01  WS-STAGING-STATUS      PIC XX.
       01  WS-ARCHIVE-STATUS      PIC XX.
       01  WS-CHECKPOINT-STATUS   PIC XX.

       01  WS-LOG-LINE            PIC X(500).
       01  WS-LINE-DATE           PIC X(8).
       01  WS-EOF-LOG             PIC X VALUE 'N'.
           88  EOF-LOG             VALUE 'Y'.
       01  WS-TAIL-COUNT          PIC 9(4) VALUE 0.
       01  WS-TAIL-IDX            PIC 9(4).
       01  WS-TAIL-TABLE.
           05  WS-TAIL-LINE       OCCURS 500 TIMES PIC X(500).

      * Decides whether there is a prior run's copy already staged
      * (resume straight to the truncate step) or whether this is a
      * fresh run that needs to scan "access-log" itself first.
       PROCEDURE DIVISION.
           MOVE "archive_age_days" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-ARCHIVE-AGE-DAYS
           PERFORM CHECK-CHECKPOINT
           IF RESUME-PENDING
               DISPLAY "Resuming interrupted archival run, "
