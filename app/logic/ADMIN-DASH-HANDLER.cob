       01  WS-NEW-MESSAGES     PIC 9(5) VALUE 0.
       01  WS-SPAM-MESSAGES    PIC 9(5) VALUE 0.
       01  WS-PENDING-NOTIFY   PIC 9(5) VALUE 0.
       01  WS-FAILED-NOTIFY    PIC 9(5) VALUE 0.
       01  WS-PUBLISHED-POSTS  PIC 9(5) VALUE 0.
       01  WS-DRAFT-POSTS      PIC 9(5) VALUE 0.
       01  WS-SCHEDULED-POSTS  PIC 9(5) VALUE 0.
                       IF NQ-PENDING
                           ADD 1 TO WS-PENDING-NOTIFY
                       END-IF
                       IF NQ-FAILED
                           ADD 1 TO WS-FAILED-NOTIFY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QUEUE-STATUS NOT = "35"
               WS-NEW-MESSAGES " new, "
               WS-SPAM-MESSAGES " likely spam</li>"
           DISPLAY "<li>Notify queue: " WS-PENDING-NOTIFY
               " pending send(s), " WS-FAILED-NOTIFY
               " given up (see the dead-letter report)</li>"
           DISPLAY "</ul>"

           DISPLAY "<h2>Posts</h2>"
           DISPLAY "<li><a href='/admin/posts'>Manage posts</a>: "
               WS-PUBLISHED-POSTS " published, "
               WS-DRAFT-POSTS " draft(s), "
               WS-SCHEDULED-POSTS " scheduled"
               " (<a href='/admin/calendar'>calendar</a>)</li>"
           IF WS-NEXT-PUBLISH-AT NOT = SPACES
               DISPLAY "<li>Next to go live: post "
                   WS-NEXT-PUBLISH-ID " at "
           DISPLAY "<p><a href='/admin/cache'>Page cache</a> | "
               "<a href='/admin/upload'>Upload</a> | "
               "<a href='/admin/media'>Media library</a> | "
               "<a href='/admin/blocks'>IP blocklist</a> | "
               "<a href='/admin/sessions'>Sessions</a> | "
               "<a href='/admin/settings'>Settings</a></p>"
           CALL "SITE-LAYOUT" USING "FOOTER" WS-PAGE-TITLE.

      * Walks the ring oldest-first so the lines read downward the
