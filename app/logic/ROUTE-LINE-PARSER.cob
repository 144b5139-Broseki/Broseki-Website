       01  WS-HANDLER-TAIL PIC X(60).
       01  WS-FLAG-WORD-1  PIC X(10).
       01  WS-FLAG-WORD-2  PIC X(10).
       01  WS-FLAG-WORD-3  PIC X(10).

       LINKAGE SECTION.
       01  LK-ROUTE-LINE PIC X(100).
      * parse ROUTER uses to route live traffic, shared here so
      * ROUTES-LINT checks the routes file exactly the way ROUTER will
      * read it.  Two line shapes are recognized:
      *   METHOD PATH -> HANDLER [AUTH] [ADMIN|EDITOR|MODERATOR]
      *   REDIRECT OLD-PATH NEW-PATH -> STATUS
       PROCEDURE DIVISION USING LK-ROUTE-LINE
                                 RP-ROUTE-PARTS
                   TO WS-HANDLER-TAIL
               MOVE SPACES TO WS-FLAG-WORD-1
               MOVE SPACES TO WS-FLAG-WORD-2
               MOVE SPACES TO WS-FLAG-WORD-3
               UNSTRING FUNCTION TRIM(WS-HANDLER-TAIL)
                   DELIMITED BY ALL SPACE
                   INTO RP-HANDLER WS-FLAG-WORD-1 WS-FLAG-WORD-2
                        WS-FLAG-WORD-3
               END-UNSTRING
               IF WS-FLAG-WORD-1 = "AUTH" OR WS-FLAG-WORD-2 = "AUTH"
                  OR WS-FLAG-WORD-3 = "AUTH"
                   MOVE 'Y' TO RP-AUTH-FLAG
               END-IF
               IF WS-FLAG-WORD-1 = "CACHE"
                  OR WS-FLAG-WORD-2 = "CACHE"
                  OR WS-FLAG-WORD-3 = "CACHE"
                   MOVE 'Y' TO RP-CACHE-FLAG
               END-IF
      * The strongest role word wins should a line carry more than
      * one, and any role word makes the route AUTH as well.
               EVALUATE TRUE
                   WHEN WS-FLAG-WORD-1 = "ADMIN"
                     OR WS-FLAG-WORD-2 = "ADMIN"
                     OR WS-FLAG-WORD-3 = "ADMIN"
                       MOVE "A" TO RP-ROLE-FLAG
                   WHEN WS-FLAG-WORD-1 = "EDITOR"
                     OR WS-FLAG-WORD-2 = "EDITOR"
                     OR WS-FLAG-WORD-3 = "EDITOR"
                       MOVE "E" TO RP-ROLE-FLAG
                   WHEN WS-FLAG-WORD-1 = "MODERATOR"
                     OR WS-FLAG-WORD-2 = "MODERATOR"
                     OR WS-FLAG-WORD-3 = "MODERATOR"
                       MOVE "M" TO RP-ROLE-FLAG
               END-EVALUATE
               IF RP-ROLE-REQUIRED
                   MOVE 'Y' TO RP-AUTH-FLAG
               END-IF
               IF FUNCTION TRIM(RP-HANDLER) = SPACES
                   MOVE 'N' TO RP-LINE-VALID
               END-IF
