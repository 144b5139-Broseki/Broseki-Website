      * Creates (or re-keys) an admin account in data/users from the
      * command environment:
      *   USER_NAME=brose USER_PASSWORD=... ./USER-ADD
      * USER_ROLE (admin, editor or moderator) sets the account's
      * role, which decides the admin screens it may open (see
      * UR-ROLE in USER-REC.cpy).  Left unset, a re-keyed account
      * keeps the role it had, the very first account created is an
      * admin, and any later new account is an editor.
      * A fresh salt is drawn from the clock for every run, the
      * PASSWORD-HASH digest is computed the same way LOGIN-HANDLER
      * will check it, a fresh API token is issued (shown once on
       01  WS-NEW-SALT        PIC X(16).
       01  WS-NEW-HASH        PIC 9(09).
       01  WS-NEW-TOKEN       PIC X(32).
       01  WS-NEW-ROLE-TEXT   PIC X(20).
       01  WS-NEW-ROLE        PIC X(01).
       01  WS-TOKEN-STAMP     PIC X(21).
       01  WS-TOKEN-SEED      PIC 9(9).
       01  WS-TOKEN-RANDOM    PIC 9(9).
               10  WU-SALT     PIC X(16).
               10  WU-HASH     PIC 9(09).
               10  WU-TOKEN    PIC X(32).
               10  WU-ROLE     PIC X(01).
       01  WS-USER-COUNT      PIC 99 VALUE 0.
       01  WS-USER-IDX        PIC 99.
       01  WS-FOUND-IDX       PIC 99 VALUE 0.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-NEW-ROLE-TEXT FROM ENVIRONMENT "USER_ROLE"
           PERFORM RESOLVE-NEW-ROLE
           IF WS-NEW-ROLE = "?"
               DISPLAY "USER_ROLE must be admin, editor or moderator"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      * The salt only has to differ between accounts and between
      * re-keys of the same account; the full timestamp (down to
               MOVE WS-NEW-SALT TO WU-SALT(WS-FOUND-IDX)
               MOVE WS-NEW-HASH TO WU-HASH(WS-FOUND-IDX)
               MOVE WS-NEW-TOKEN TO WU-TOKEN(WS-FOUND-IDX)
               IF WS-NEW-ROLE NOT = SPACE
                   MOVE WS-NEW-ROLE TO WU-ROLE(WS-FOUND-IDX)
               END-IF
               DISPLAY "Updated account "
                   FUNCTION TRIM(WS-NEW-NAME)
           ELSE
               MOVE WS-NEW-SALT TO WU-SALT(WS-USER-COUNT)
               MOVE WS-NEW-HASH TO WU-HASH(WS-USER-COUNT)
               MOVE WS-NEW-TOKEN TO WU-TOKEN(WS-USER-COUNT)
               IF WS-NEW-ROLE = SPACE
                   IF WS-USER-COUNT = 1
                       MOVE "A" TO WS-NEW-ROLE
                   ELSE
                       MOVE "E" TO WS-NEW-ROLE
                   END-IF
               END-IF
               MOVE WS-NEW-ROLE TO WU-ROLE(WS-USER-COUNT)
               DISPLAY "Created account "
                   FUNCTION TRIM(WS-NEW-NAME)
           END-IF

           STOP RUN.

      * Maps USER_ROLE onto the UR-ROLE code: SPACE when it was not
      * given at all, "?" when it names no known role.
       RESOLVE-NEW-ROLE.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-ROLE-TEXT))
               WHEN SPACES
                   MOVE SPACE TO WS-NEW-ROLE
               WHEN "ADMIN"
                   MOVE "A" TO WS-NEW-ROLE
               WHEN "EDITOR"
                   MOVE "E" TO WS-NEW-ROLE
               WHEN "MODERATOR"
                   MOVE "M" TO WS-NEW-ROLE
               WHEN OTHER
                   MOVE "?" TO WS-NEW-ROLE
           END-EVALUATE.

      * A token is the full timestamp plus a seeded pseudo-random
      * suffix, the same construction ROUTER uses for session ids.
      * It only has to be unguessable in practice and unique per
                           MOVE UR-HASH TO WU-HASH(WS-USER-COUNT)
                           MOVE UR-TOKEN
                               TO WU-TOKEN(WS-USER-COUNT)
                           MOVE UR-ROLE TO WU-ROLE(WS-USER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               MOVE WU-SALT(WS-USER-IDX) TO UR-SALT
               MOVE WU-HASH(WS-USER-IDX) TO UR-HASH
               MOVE WU-TOKEN(WS-USER-IDX) TO UR-TOKEN
               MOVE WU-ROLE(WS-USER-IDX) TO UR-ROLE
               WRITE USER-RECORD
           END-PERFORM
           CLOSE USERS-FILE.
