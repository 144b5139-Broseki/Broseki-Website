      * from the page cache and re-capture on a miss.
           05  RP-CACHE-FLAG PIC X(01).
               88  RP-CACHE-WANTED VALUE "Y".
      * A role word (ADMIN, EDITOR or MODERATOR) names the least
      * account role an AUTH route accepts -- "A", "E" or "M" here,
      * SPACE when any signed-in account will do.  A role word
      * implies AUTH on its own.  See UR-ROLE in USER-REC.cpy.
           05  RP-ROLE-FLAG PIC X(01).
               88  RP-ROLE-REQUIRED VALUE "A" "E" "M".
       01  RP-LINE-VALID PIC X.
           88  RP-VALID    VALUE 'Y'.
           88  RP-INVALID  VALUE 'N'.
