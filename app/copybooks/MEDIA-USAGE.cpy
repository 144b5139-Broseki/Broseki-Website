      * MEDIA-USAGE.cpy
      * Shared fixed-width record layout for one row of the
      * MEDIA-USAGE-FILE data file: one upload a post's body points
      * at through an href= or src= "/static/..." value, with the
      * post that uses it.  A post using the same file twice is one
      * row; a file several posts use has a row per post.  Drafts
      * and scheduled posts count, since deleting a file they embed
      * breaks them just as surely, so MU-STATUS carries the post's
      * BP-STATUS and MU-TITLE its title for the screens that show
      * the row.  MEDIA-USAGE-BUILD derives the whole file from the
      * posts master and its body chunks -- the same derived-file
      * relationship SEARCH-INDEX-FILE has -- and the save and
      * publish paths rebuild it whenever content changes.  COPY
      * into the FD of any program that opens MEDIA-USAGE-FILE
      * directly so they all agree on the column layout.
       01  MEDIA-USAGE-RECORD.
           05  MU-FILENAME  PIC X(60).
           05  MU-POST-ID   PIC 9(4).
           05  MU-STATUS    PIC X(01).
           05  MU-TITLE     PIC X(60).
