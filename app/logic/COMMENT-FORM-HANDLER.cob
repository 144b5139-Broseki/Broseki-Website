      * to COMMENTS-FILE in the pending state for the
      * /admin/comments moderation screen to approve or reject.
      * Nothing a reader types here can reach a rendered page until
      * a moderator lets it through.  The reply form under each
      * comment posts here too, carrying the answered comment's
      * timestamp as "parent"; a reply is only taken against an
      * approved comment on the same post, so a stale page can't
      * hang a reply off something a moderator has since removed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FIELD-IDX        PIC 99.
       01  WS-FORM-NAME        PIC X(40).
       01  WS-FORM-COMMENT     PIC X(300).
       01  WS-FORM-PARENT      PIC X(21).
       01  WS-EOF-COMMENTS     PIC X VALUE 'N'.
           88  EOF-COMMENTS     VALUE 'Y'.
       01  WS-PARENT-FOUND     PIC X VALUE 'N'.
           88  PARENT-FOUND     VALUE 'Y'.
       01  WS-ERROR-TEXT       PIC X(80).

       PROCEDURE DIVISION.
                                     QP-PARAM-COUNT
           MOVE SPACES TO WS-FORM-NAME
           MOVE SPACES TO WS-FORM-COMMENT
           MOVE SPACES TO WS-FORM-PARENT
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > QP-PARAM-COUNT
               EVALUATE FUNCTION TRIM(QP-NAME(WS-FIELD-IDX))
                   WHEN "comment"
                       MOVE QP-VALUE(WS-FIELD-IDX)
                           TO WS-FORM-COMMENT
                   WHEN "parent"
                       MOVE QP-VALUE(WS-FIELD-IDX) TO WS-FORM-PARENT
               END-EVALUATE
           END-PERFORM
      * Textarea newlines arrive URL-decoded as literal CR/LF bytes,
                       TO WS-ERROR-TEXT
               END-IF
           END-IF
           IF WS-ERROR-TEXT = SPACES
              AND FUNCTION TRIM(WS-FORM-PARENT) NOT = SPACES
               PERFORM CHECK-PARENT-EXISTS
               IF NOT PARENT-FOUND
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "The comment you replied to is no longer "
                          "on the page."
                       DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
               END-IF
           END-IF

      * Score the submission against the shared blocklist before
      * anything is written: a rejected one never reaches the file,
               CLOSE BLOG-POSTS-FILE
           END-IF.

      * A reply's parent has to be an approved comment on this
      * post -- the only kind the page offers a reply form under.
       CHECK-PARENT-EXISTS.
           OPEN INPUT COMMENTS-FILE
           IF WS-COMMENTS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-COMMENTS
           END-IF
           PERFORM UNTIL EOF-COMMENTS OR PARENT-FOUND
               READ COMMENTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-COMMENTS
                   NOT AT END
                       IF CO-TIMESTAMP = WS-FORM-PARENT
                          AND CO-POST-ID = WS-WANTED-ID-NUM
                          AND CO-APPROVED
                           MOVE 'Y' TO WS-PARENT-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMMENTS-STATUS NOT = "35"
               CLOSE COMMENTS-FILE
           END-IF.

      * Appends the comment, the same OPEN EXTEND / status "35"
      * create-if-missing idiom the contact form uses: pending for
      * a clean submission, "S" when SPAM-SCORER marked it suspect.
           MOVE FUNCTION CURRENT-DATE TO CO-TIMESTAMP
           MOVE WS-FORM-NAME TO CO-NAME
           MOVE WS-FORM-COMMENT TO CO-BODY
           MOVE WS-FORM-PARENT TO CO-PARENT-TS
           MOVE SPACE TO CO-OWNER
           OPEN EXTEND COMMENTS-FILE
           IF WS-COMMENTS-STATUS = "35"
               OPEN OUTPUT COMMENTS-FILE
