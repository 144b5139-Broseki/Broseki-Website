      * SITE-SETTING-REC.cpy
      * Shared fixed-width record layout for one row of the
      * SITE-SETTINGS-FILE data file (data/site-settings): one
      * operational knob the operator has set, by name, with the
      * value as typed on /admin/settings.  A name with no row
      * keeps its built-in default (see SETTING-DEFS.cpy), so an
      * empty or missing file is a perfectly good configuration.
      * Only SITE-SETTING and ADMIN-SETTINGS-HANDLER open the file;
      * everything else asks SITE-SETTING for a value.
       01  SITE-SETTING-RECORD.
           05  ST-KEY    PIC X(30).
           05  ST-VALUE  PIC X(100).
