      * PUBLISH-HOLD.cpy
      * Shared fixed-width record layout for one row of the
      * PUBLISH-HOLDS-FILE data file: a scheduled post POST-PUBLISH
      * found due but would not flip live because PUBLISH-CHECK
      * held it, with the reason.  POST-PUBLISH rewrites the whole
      * file every run, so it only ever lists the posts held by the
      * latest run; the post itself stays SCHEDULED and is tried
      * again next time.  PH-CHECKED is the run's YYYYMMDDHHMMSS
      * stamp.  ADMIN-POSTS-HANDLER shows the reason beside the
      * post in its list.  COPY into the FD of any program that
      * opens PUBLISH-HOLDS-FILE directly so they all agree on the
      * column layout.
       01  PUBLISH-HOLD-RECORD.
           05  PH-ID         PIC 9(4).
           05  PH-CHECKED    PIC X(14).
           05  PH-REASON     PIC X(80).
