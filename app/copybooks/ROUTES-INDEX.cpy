           05  RI-AUTH     PIC X(01).
      * "Y" when the compiled route line carried the CACHE flag.
           05  RI-CACHE    PIC X(01).
      * The compiled route line's RP-ROLE-FLAG ("A", "E", "M", or
      * SPACE for any signed-in account).
           05  RI-ROLE     PIC X(01).
