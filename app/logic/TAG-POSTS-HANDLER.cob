      * the argument.
       01  WS-PAGE-TITLE PIC X(60) VALUE "Posts by tag".
           COPY "QUERY-PARAMS.cpy".
           COPY "SETTING-FIELDS.cpy".
       01  WS-POSTS-STATUS  PIC XX.
       01  WS-EOF-POSTS     PIC X VALUE 'N'.
           88  EOF-POSTS     VALUE 'Y'.
      * /posts listing serves.
       01  WS-QUERY-STRING  PIC X(16384).
       01  WS-FIELD-IDX     PIC 99.
      * Posts per page: the page_size site setting.
       01  WS-PAGE-SIZE     PIC 9(3) VALUE 10.
       01  WS-PAGE-NUM      PIC 9(4) VALUE 1.
       01  WS-PAGE-COUNT    PIC 9(4) VALUE 1.
       01  WS-ESC-OUT-POS   PIC 999.

       PROCEDURE DIVISION.
           MOVE "page_size" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-PAGE-SIZE
           ACCEPT WS-WANTED-TAG FROM ENVIRONMENT "ROUTE_PARAM_NAME"
           MOVE FUNCTION UPPER-CASE(WS-WANTED-TAG)
               TO WS-WANTED-UPPER
