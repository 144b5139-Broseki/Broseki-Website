           05  CO-TIMESTAMP  PIC X(21).
           05  CO-NAME       PIC X(40).
           05  CO-BODY       PIC X(300).
      * Threading: the CO-TIMESTAMP of the comment this one answers
      * (spaces for a top-level comment -- which is also how every
      * record written before the column existed reads back).
      * GET-POST-HANDLER nests replies under their parent; a parent
      * that is no longer approved shows as a "removed" placeholder
      * so its approved replies keep their place in the thread.
           05  CO-PARENT-TS  PIC X(21).
      * "Y" on an answer posted from the /admin/comments screen by
      * a signed-in account (CO-NAME then holds the account name):
      * written approved, and marked as the author's on the page.
           05  CO-OWNER      PIC X(01).
               88  CO-FROM-OWNER VALUE "Y".
