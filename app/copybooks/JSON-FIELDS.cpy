      * JSON-FIELDS.cpy
      * Shared layout for a parsed flat JSON object: up to 16
      * decoded name/value pairs, the same shape QUERY-PARAMS.cpy
      * gives a parsed query string.  COPY into WORKING-STORAGE
      * (callers) or LINKAGE SECTION (JSON-PARSER itself) so both
      * sides agree on the shape of the data CALL "JSON-PARSER"
      * fills in.
       01  JF-FIELDS-GRP.
           05  JF-FIELD OCCURS 16 TIMES.
               10  JF-NAME  PIC X(30).
               10  JF-VALUE PIC X(4000).
       01  JF-FIELD-COUNT PIC 99.
