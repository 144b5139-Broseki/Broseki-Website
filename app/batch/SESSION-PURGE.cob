      * deletes SESSIONS-FILE records whose SESS-LAST-SEEN is older
      * than the retention window, since ROUTER's ESTABLISH-SESSION
      * writes a record for every first-time visitor and nothing
      * else ever removes one.  The window is the
      * session_retention_days site setting (default 90).
      * Keys are collected on a read pass and deleted in a
      * second pass, so the sequential walk never reads past a
      * record it just deleted out from under itself.

           88  EOF-SESSIONS      VALUE 'Y'.

       01  WS-RETENTION-DAYS    PIC 9(3) VALUE 90.
           COPY "SETTING-FIELDS.cpy".

       01  WS-TODAY-NUM         PIC 9(8).
       01  WS-TODAY-INT         PIC 9(9).
       01  WS-DELETED-COUNT     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "session_retention_days" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-RETENTION-DAYS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
