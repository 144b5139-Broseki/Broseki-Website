      * which never matches a presented token -- re-key the account
      * to issue one.
           05  UR-TOKEN    PIC X(32).
      * The account's role, deciding which admin screens it may
      * open: ROUTER checks it against the role word a routes-file
      * line carries after AUTH (ADMIN, EDITOR or MODERATOR), and
      * the write API checks it against the token's account.  The
      * roles nest -- an admin can do anything an editor can, and
      * an editor anything a moderator can.  USER-ADD sets it from
      * USER_ROLE; a record written before this column existed
      * reads back as spaces, which counts as admin so the accounts
      * that ran the site before roles existed keep every screen.
           05  UR-ROLE     PIC X(01).
               88  UR-ROLE-ADMIN     VALUE "A" " ".
               88  UR-ROLE-EDITOR    VALUE "E".
               88  UR-ROLE-MODERATOR VALUE "M".
