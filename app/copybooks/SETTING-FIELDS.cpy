      * SETTING-FIELDS.cpy
      * Shared layout for the fields a program hands to SITE-SETTING
      * to ask for one operational knob by name.  SG-VALUE comes
      * back as text and, for a numeric setting, SG-NUMBER as the
      * number; SG-SOURCE says where the value came from.  A caller
      * that leaves SG-MODE as SPACES gets the value; "C" instead
      * checks the SG-VALUE it supplies against the setting's rules
      * (as /admin/settings does before saving) and answers in
      * SG-VALID, with SG-MESSAGE saying what is wrong.  COPY into
      * WORKING-STORAGE (callers) or LINKAGE SECTION (SITE-SETTING
      * itself).
       01  SG-FIELDS.
           05  SG-KEY     PIC X(30).
           05  SG-MODE    PIC X(01).
               88  SG-GET            VALUE " " "G".
               88  SG-CHECK          VALUE "C".
           05  SG-VALUE   PIC X(100).
           05  SG-NUMBER  PIC 9(9).
           05  SG-SOURCE  PIC X(01).
               88  SG-FROM-FILE      VALUE "F".
               88  SG-FROM-ENV       VALUE "E".
               88  SG-FROM-DEFAULT   VALUE "D".
           05  SG-VALID   PIC X(01).
               88  SG-VALUE-OK       VALUE "Y".
           05  SG-MESSAGE PIC X(80).
