       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAG-FILTER.

      * Answers whether a post belongs in a subscriber's mail: "Y"
      * when the reader follows no tags at all (every post), or
      * when any of the post's BP-TAGS names one the reader follows
      * (SB-TAGS).  Both sides are comma-separated lists; names are
      * compared trimmed and without regard to case, the way
      * TAG-POSTS-HANDLER matches a /tag/:name.  Shared so
      * NEWSLETTER-QUEUE and NEWSLETTER-DIGEST can never disagree
      * about who hears about what.
      * ex: CALL "TAG-FILTER" USING BP-TAGS WB-TAGS(WS-SUB-IDX)
      *                             WS-TAG-MATCH

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-POST-TAG-GRP.
           05  WS-POST-TAG PIC X(20) OCCURS 6 TIMES.
       01  WS-FOLLOW-TAG-GRP.
           05  WS-FOLLOW-TAG PIC X(20) OCCURS 10 TIMES.
       01  WS-POST-IDX     PIC 99.
       01  WS-FOLLOW-IDX   PIC 99.

       LINKAGE SECTION.
       01  LK-POST-TAGS    PIC X(60).
       01  LK-FOLLOWED     PIC X(60).
       01  LK-MATCH        PIC X(01).

       PROCEDURE DIVISION USING LK-POST-TAGS LK-FOLLOWED LK-MATCH.
           MOVE "N" TO LK-MATCH
           IF LK-FOLLOWED = SPACES
               MOVE "Y" TO LK-MATCH
               GOBACK
           END-IF
           IF LK-POST-TAGS = SPACES
               GOBACK
           END-IF
           INITIALIZE WS-POST-TAG-GRP
           UNSTRING LK-POST-TAGS DELIMITED BY ","
               INTO WS-POST-TAG(1) WS-POST-TAG(2) WS-POST-TAG(3)
                    WS-POST-TAG(4) WS-POST-TAG(5) WS-POST-TAG(6)
           END-UNSTRING
           INITIALIZE WS-FOLLOW-TAG-GRP
           UNSTRING LK-FOLLOWED DELIMITED BY ","
               INTO WS-FOLLOW-TAG(1) WS-FOLLOW-TAG(2)
                    WS-FOLLOW-TAG(3) WS-FOLLOW-TAG(4)
                    WS-FOLLOW-TAG(5) WS-FOLLOW-TAG(6)
                    WS-FOLLOW-TAG(7) WS-FOLLOW-TAG(8)
                    WS-FOLLOW-TAG(9) WS-FOLLOW-TAG(10)
           END-UNSTRING
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > 6 OR LK-MATCH = "Y"
               IF WS-POST-TAG(WS-POST-IDX) NOT = SPACES
                   PERFORM CHECK-ONE-POST-TAG
               END-IF
           END-PERFORM
           GOBACK.

       CHECK-ONE-POST-TAG.
           PERFORM VARYING WS-FOLLOW-IDX FROM 1 BY 1
               UNTIL WS-FOLLOW-IDX > 10
               IF WS-FOLLOW-TAG(WS-FOLLOW-IDX) NOT = SPACES
                  AND FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-POST-TAG(WS-POST-IDX)))
                    = FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-FOLLOW-TAG(WS-FOLLOW-IDX)))
                   MOVE "Y" TO LK-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       END PROGRAM TAG-FILTER.
