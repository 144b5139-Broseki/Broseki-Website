      * SETTING-DEFS.cpy
      * Every operational knob the site settings file can hold:
      * its name, what kind of value it takes ("N" a whole number
      * from SD-MIN to SD-MAX, "U" an http:// or https:// address,
      * "E" a mail address, "L" a language code such as "en" or
      * "pt-br"), the built-in default used when the
      * file does not set it, the environment variable that set it
      * before the settings file existed (still honored when the
      * file is silent, so existing cron and server configuration
      * keeps working), and the one-line description
      * /admin/settings shows beside it.  COPY into
      * WORKING-STORAGE of SITE-SETTING, which answers lookups, and
      * ADMIN-SETTINGS-HANDLER, which lists them; adding a knob is
      * one more entry here and SD-DEF-COUNT bumped to match.
       01  SD-DEFS-SEED.
           05  FILLER PIC X(30) VALUE "throttle_limit".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 999999.
           05  FILLER PIC X(40) VALUE "30".
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(60) VALUE
               "Requests per minute from one address before a 429".
           05  FILLER PIC X(30) VALUE "strike_limit".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 9999.
           05  FILLER PIC X(40) VALUE "3".
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(60) VALUE
               "Throttle trips in one day before an auto-block".
           05  FILLER PIC X(30) VALUE "auto_block_days".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 999.
           05  FILLER PIC X(40) VALUE "7".
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(60) VALUE
               "Days an automatic IP block lasts".
           05  FILLER PIC X(30) VALUE "cache_max_age".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 99999.
           05  FILLER PIC X(40) VALUE "300".
           05  FILLER PIC X(30) VALUE "PAGE_CACHE_SECONDS".
           05  FILLER PIC X(60) VALUE
               "Seconds a page-cache capture is served".
           05  FILLER PIC X(30) VALUE "session_idle_minutes".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 99999.
           05  FILLER PIC X(40) VALUE "30".
           05  FILLER PIC X(30) VALUE "SESSION_IDLE_MINUTES".
           05  FILLER PIC X(60) VALUE
               "Idle minutes before a sign-in lapses".
           05  FILLER PIC X(30) VALUE "page_size".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 100.
           05  FILLER PIC X(40) VALUE "10".
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(60) VALUE
               "Posts per page on listing pages".
           05  FILLER PIC X(30) VALUE "feed_limit".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 200.
           05  FILLER PIC X(40) VALUE "20".
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(60) VALUE
               "Items in the RSS feed".
           05  FILLER PIC X(30) VALUE "site_url".
           05  FILLER PIC X(01) VALUE "U".
           05  FILLER PIC 9(9)  VALUE 0.
           05  FILLER PIC 9(9)  VALUE 0.
           05  FILLER PIC X(40) VALUE "http://localhost".
           05  FILLER PIC X(30) VALUE "SITE_URL".
           05  FILLER PIC X(60) VALUE
               "Site address for mailed links and hreflang tags".
           05  FILLER PIC X(30) VALUE "notify_rcpt".
           05  FILLER PIC X(01) VALUE "E".
           05  FILLER PIC 9(9)  VALUE 0.
           05  FILLER PIC 9(9)  VALUE 0.
           05  FILLER PIC X(40) VALUE "webmaster@localhost".
           05  FILLER PIC X(30) VALUE "NOTIFY_RCPT".
           05  FILLER PIC X(60) VALUE
               "Where new-message notifications go".
           05  FILLER PIC X(30) VALUE "mail_max_attempts".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 99.
           05  FILLER PIC X(40) VALUE "5".
           05  FILLER PIC X(30) VALUE "MAIL_MAX_ATTEMPTS".
           05  FILLER PIC X(60) VALUE
               "Send attempts before a mail is dead".
           05  FILLER PIC X(30) VALUE "archive_age_days".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 999.
           05  FILLER PIC X(40) VALUE "30".
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(60) VALUE
               "Days of access log kept live".
           05  FILLER PIC X(30) VALUE "backup_retention_days".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 900.
           05  FILLER PIC X(40) VALUE "14".
           05  FILLER PIC X(30) VALUE "BACKUP_RETENTION_DAYS".
           05  FILLER PIC X(60) VALUE
               "Days a backup set is kept".
           05  FILLER PIC X(30) VALUE "session_retention_days".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 999.
           05  FILLER PIC X(40) VALUE "90".
           05  FILLER PIC X(30) VALUE "SESSION_RETENTION_DAYS".
           05  FILLER PIC X(60) VALUE
               "Days an idle session record is kept".
           05  FILLER PIC X(30) VALUE "capacity_warn_mb".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC 9(9)  VALUE 1.
           05  FILLER PIC 9(9)  VALUE 999999.
           05  FILLER PIC X(40) VALUE "100".
           05  FILLER PIC X(30) VALUE "CAPACITY_WARN_MB".
           05  FILLER PIC X(60) VALUE
               "Megabytes at which a data file or log is flagged".
           05  FILLER PIC X(30) VALUE "primary_language".
           05  FILLER PIC X(01) VALUE "L".
           05  FILLER PIC 9(9)  VALUE 0.
           05  FILLER PIC 9(9)  VALUE 0.
           05  FILLER PIC X(40) VALUE "en".
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(60) VALUE
               "Default post language, listed by /posts and /feed".
       01  SD-DEFS-TABLE REDEFINES SD-DEFS-SEED.
           05  SD-DEF OCCURS 15 TIMES.
               10  SD-KEY      PIC X(30).
               10  SD-KIND     PIC X(01).
                   88  SD-NUMERIC   VALUE "N".
                   88  SD-URL       VALUE "U".
                   88  SD-EMAIL     VALUE "E".
                   88  SD-LANGUAGE  VALUE "L".
               10  SD-MIN      PIC 9(9).
               10  SD-MAX      PIC 9(9).
               10  SD-DEFAULT  PIC X(40).
               10  SD-ENV-NAME PIC X(30).
               10  SD-LABEL    PIC X(60).
       01  SD-DEF-COUNT PIC 99 VALUE 15.
