      * Nightly backup (and explicit restore) for every data file
      * the site cannot live without: the blog master and its body
      * continuations, messages, comments, the notification queue,
      * the users file, the spam blocklist and bot-agent table, the
      * uploads manifest, the subscriber list with its mailing
      * queue and checkpoints,
      * the post revision history, the owner replies, the site
      * settings, the sessions, throttle, view-counter, and
      * IP-blocklist indexed files, and the three routes files.
      * Built with the same staged,
      * checkpointed discipline ACCESS-LOG-ARCHIVE uses: the dated
      * copies are written first, then re-read and their record
      * counts verified against what was copied, and only a fully
      *                                  then prune expired sets
      *   BACKUP_MODE=RESTORE BACKUP_SET=YYYYMMDD
      *                                  bring a named set back
      *
      * How long sets are kept is the backup_retention_days site
      * setting (default 14).
      *
      * Indexed files are exported as flat record dumps (one record
      * per line) and rebuilt through their own FDs on restore, so a
           05  FILLER PIC X(31) VALUE "Fdata/users".
           05  FILLER PIC X(31) VALUE "Fdata/post-id-seq".
           05  FILLER PIC X(31) VALUE "Fdata/spam-blocklist".
           05  FILLER PIC X(31) VALUE "Fdata/bot-agents".
           05  FILLER PIC X(31) VALUE "Fdata/uploads-manifest".
           05  FILLER PIC X(31) VALUE "Fdata/subscribers".
           05  FILLER PIC X(31) VALUE "Fdata/mailing-queue".
           05  FILLER PIC X(31) VALUE "Fdata/announced-posts".
           05  FILLER PIC X(31) VALUE "Fdata/digested-posts".
           05  FILLER PIC X(31) VALUE "Fdata/post-revisions".
           05  FILLER PIC X(31) VALUE "Fdata/message-replies".
           05  FILLER PIC X(31) VALUE "Fdata/site-settings".
           05  FILLER PIC X(31) VALUE "Froutes".
           05  FILLER PIC X(31) VALUE "Froutes.dev".
           05  FILLER PIC X(31) VALUE "Froutes.prod".
           05  FILLER PIC X(31) VALUE "Vdata/view-counts".
           05  FILLER PIC X(31) VALUE "Bip-blocklist".
       01  WS-FILE-SET REDEFINES WS-FILE-SET-SEED.
           05  WS-FILE-ENTRY OCCURS 24 TIMES.
               10  WS-FE-KIND   PIC X(01).
               10  WS-FE-NAME   PIC X(30).
       01  WS-FILE-COUNTS-GRP.
           05  WS-FE-COUNT OCCURS 24 TIMES PIC 9(7).
       01  WS-FILE-IDX          PIC 99.
       01  WS-COPY-COUNT        PIC 9(7).
       01  WS-VERIFY-COUNT      PIC 9(7).
       01  WS-SET-DATE          PIC X(8).
       01  WS-TODAY             PIC X(8).
       01  WS-RETENTION-DAYS    PIC 9(3) VALUE 14.
           COPY "SETTING-FIELDS.cpy".
       01  WS-BACKUP-NAME-WORK  PIC X(40).
       01  WS-MANIFEST-LINE     PIC X(100).
       01  WS-MANIFEST-KIND     PIC X(01).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "backup_retention_days" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-RETENTION-DAYS

           ACCEPT WS-MODE FROM ENVIRONMENT "BACKUP_MODE"
           IF FUNCTION TRIM(WS-MODE) = "RESTORE"
       TAKE-BACKUP.
           MOVE WS-TODAY TO WS-SET-DATE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 24
               PERFORM BACKUP-ONE-FILE
           END-PERFORM

           MOVE 'N' TO WS-VERIFY-FAILED
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 24
               PERFORM VERIFY-ONE-COPY
           END-PERFORM
           IF VERIFY-FAILED
               INTO WS-MANIFEST-PATH
           OPEN OUTPUT MANIFEST-FILE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 24
               MOVE SPACES TO WS-MANIFEST-LINE
               STRING WS-FE-KIND(WS-FILE-IDX) " "
                      FUNCTION TRIM(WS-FE-NAME(WS-FILE-IDX)) " "

       PRUNE-ONE-SET.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 24
               MOVE SPACES TO WS-BACKUP-NAME-WORK
               MOVE FUNCTION TRIM(WS-FE-NAME(WS-FILE-IDX))
                   TO WS-BACKUP-NAME-WORK
