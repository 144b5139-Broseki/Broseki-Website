      * written before this column existed reads back as spaces and
      * keeps serving at its numeric URL until its next save.
           05  BP-SLUG   PIC X(60).
      * Multi-part write-ups: the name of the series this post
      * belongs to, as typed on the admin form (ex: "COBOL on the
      * web"), and its part number within it.  Posts share a series
      * when their names normalize to the same SLUG-MAKER form,
      * which is also the :name of the series' /series/:name page.
      * A record written before these columns existed reads back as
      * spaces in both and belongs to no series; the part number is
      * only looked at when BP-SERIES is non-blank.
           05  BP-SERIES PIC X(60).
           05  BP-SERIES-PART PIC 9(3).
      * Translations: the language the post is written in, as a
      * lower-case code (ex: "en", "fr", "pt-br"), and, when the post
      * is a translation, the BP-ID of the original it translates.
      * A blank language means the site's primary_language setting;
      * an original id that is zero (or spaces, on a record written
      * before these columns existed) means the post is an original
      * in its own right.  The original and its translations are
      * cross-linked on the post page, and /posts and /feed list
      * only one language at a time.
           05  BP-LANG   PIC X(05).
           05  BP-ORIGINAL-ID PIC 9(4).
