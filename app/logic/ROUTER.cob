               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IB-IP
               FILE STATUS IS WS-BLOCKLIST-STATUS.
           SELECT USERS-FILE ASSIGN TO "data/users"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTES-FILE.
       01  ROUTES-RECORD PIC X(100).
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD PIC X(500).
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD PIC X(300).
       FD  SESSIONS-FILE.
           COPY "ROUTES-INDEX.cpy".
       FD  IP-BLOCKLIST-FILE.
           COPY "IP-BLOCK.cpy".
       FD  USERS-FILE.
           COPY "USER-REC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CGI-ROUTE PIC X(100).
       01  WS-CGI-METHOD PIC X(10).
           COPY "ROUTE-PARTS.cpy".
           COPY "SECURITY-HEADERS.cpy".
           COPY "AUDIT-FIELDS.cpy".
           COPY "SETTING-FIELDS.cpy".
       01  WS-SEC-HEADER-IDX PIC 9.
       01  WS-APP-ENV      PIC X(20).
       01  WS-ROUTES-PATH  PIC X(100).
       01  WS-ACCESS-LOG-STATUS   PIC XX.
       01  WS-ERROR-LOG-STATUS    PIC XX.
       01  WS-ERROR-LOG-LINE      PIC X(300).
       01  WS-LOG-RESULT          PIC X(10) VALUE SPACES.
       01  WS-LOG-TIMESTAMP       PIC X(21).
       01  WS-LOG-LINE            PIC X(500).
       01  WS-LOG-REFERER         PIC X(100).
      * The referer as logged: the client sends it, so any blank in
      * it is written as %20 -- a raw blank would shift every column
      * after it and let a client forge the status, address and
      * class that the log readers split out.  Capped at 200 so the
      * columns after it always fit the line.
       01  WS-LOG-REFERER-OUT     PIC X(200).
       01  WS-REFERER-POS         PIC 9(3).
       01  WS-REFERER-OUT-POS     PIC 9(3).

      * What an outside log analyzer wants besides: the HTTP status
      * the visitor actually got, the body bytes when something on
      * the way knew them ("-" otherwise, as in the combined log
      * format), the client address, and the User-Agent.  Handlers
      * that answer with their own Status header leave its code in
      * RESPONSE_STATUS, and one that streams a body it can count
      * leaves the count in RESPONSE_BYTES; ROUTER counts what it
      * serves from, or seals into, the page cache itself.
       01  WS-LOG-STATUS          PIC X(3).
       01  WS-LOG-BYTES           PIC 9(9) VALUE 0.
       01  WS-LOG-BYTES-KNOWN     PIC X VALUE 'N'.
           88  LOG-BYTES-KNOWN     VALUE 'Y'.
       01  WS-LOG-BYTES-TEXT      PIC Z(8)9.
       01  WS-LOG-SIZE            PIC X(10).
       01  WS-LOG-CLIENT          PIC X(45).
       01  WS-LOG-AGENT           PIC X(200).
       01  WS-RESPONSE-BYTES      PIC X(10) VALUE SPACES.
       01  WS-CACHE-LINE-BYTES    PIC 9(5).

      * HUMAN or BOT, from BOT-CHECK's reading of the User-Agent:
      * logged just ahead of the agent, and handed to the handlers
      * as CLIENT_CLASS so a crawler never bumps a view counter.
       01  WS-CLIENT-CLASS        PIC X(5) VALUE "HUMAN".

      * Response timing: the clock is read the moment the request
      * arrives and again when its access-log line is written,
      * after the response has gone out, so the line can carry the
      * elapsed milliseconds (to the clock's hundredth-of-a-second
      * grain) and whether the body came from the page cache --
      * HIT for a cached page or 304, MISS for a CACHE route that
      * had to be rendered, "-" for a route that is never cached.
      * RESPONSE-TIME-REPORT ranks the day's requests by these.
       01  WS-REQUEST-START       PIC X(21).
       01  WS-REQUEST-END         PIC X(21).
       01  WS-START-HUNDREDTHS    PIC 9(7).
       01  WS-END-HUNDREDTHS      PIC 9(7).
       01  WS-ELAPSED-HUNDREDTHS  PIC S9(8).
       01  WS-ELAPSED-MS          PIC 9(8).
       01  WS-ELAPSED-TEXT        PIC Z(7)9.
       01  WS-LOG-CACHE-FLAG      PIC X(4).

      * Session tracking: a visitor's SESSION_ID cookie is looked up
      * (or assigned, for a first visit) against SESSIONS-FILE so a
       01  WS-SESSION-RANDOM      PIC 9(5).
       01  WS-SET-COOKIE-LINE     PIC X(60).

      * Idle sign-out: a signed-in session whose SESS-LAST-SEEN is
      * more than WS-IDLE-MINUTES old when its next request arrives
      * is signed out on the spot (the same fields LOGOUT-HANDLER
      * clears), so an AUTH route answers with the /login redirect
      * instead of trusting a browser left open on a shared machine.
      * The limit is the session_idle_minutes site setting.
       01  WS-IDLE-MINUTES        PIC 9(5) VALUE 30.
       01  WS-IDLE-ELAPSED        PIC S9(9).
       01  WS-IDLE-THEN-INT       PIC 9(9).
       01  WS-IDLE-NOW-INT        PIC 9(9).
       01  WS-IDLE-NOW            PIC X(21).

      * Maintenance mode: the mere existence of the
      * "maintenance-flag" file (touch it to close the site, remove
      * it to reopen -- the routes file is never involved) sends
      * lines themselves while rendering (ROUTER hands them the path
      * in PAGE_CACHE_PATH); ROUTER serves a fresh, complete capture
      * directly and skips the handler entirely.  Entries go stale
      * after WS-CACHE-MAX-AGE seconds (the cache_max_age site
      * setting), and the /admin/cache screen (or
      * any admin save, via PAGE-CACHE-FLUSH) empties the whole
      * cache by way of the manifest of every path ever captured.
       01  WS-CACHE-PATH          PIC X(100).
           88  CACHE-SERVED        VALUE 'Y'.
       01  WS-HANDLER-FAILED      PIC X VALUE 'N'.
           88  HANDLER-FAILED      VALUE 'Y'.
       01  WS-RESPONSE-STATUS     PIC X(10) VALUE SPACES.
       01  WS-CACHE-CAPTURING     PIC X VALUE 'N'.
           88  CACHE-CAPTURING     VALUE 'Y'.
       01  WS-CACHE-COMPLETE      PIC X VALUE 'N'.
       01  WS-CACHE-BODY-LINES    PIC 9(5).
       01  WS-CACHE-NOW           PIC X(14).
       01  WS-CACHE-MAX-AGE       PIC 9(5) VALUE 300.
       01  WS-CACHE-AGE-SECS      PIC S9(9).
       01  WS-CACHE-THEN-INT      PIC 9(9).
       01  WS-CACHE-NOW-INT       PIC 9(9).
      * dispatch paragraph can act on either.
       01  WS-ROUTE-AUTH          PIC X VALUE 'N'.
       01  WS-ROUTE-CACHE         PIC X VALUE 'N'.
       01  WS-ROUTE-ROLE          PIC X VALUE SPACE.

      * Role checks: a route whose line names a role (RP-ROLE-FLAG)
      * is refused with a 403 unless the signed-in account's
      * UR-ROLE in data/users ranks at least that high -- admin
      * over editor over moderator.  An account missing from the
      * users file (deleted since it signed in) ranks nowhere.
       01  WS-USERS-STATUS        PIC XX.
       01  WS-EOF-USERS           PIC X VALUE 'N'.
           88  EOF-USERS           VALUE 'Y'.
       01  WS-SESSION-USER        PIC X(20).
       01  WS-USER-RANK           PIC 9 VALUE 0.
       01  WS-NEEDED-RANK         PIC 9 VALUE 0.
       01  WS-ROLE-OK             PIC X VALUE 'Y'.
           88  ROLE-ALLOWED        VALUE 'Y'.

      * Whether this visitor's session record says they are logged
      * in (LOGIN-HANDLER sets SESS-AUTH); routes flagged AUTH in
       01  WS-MONTH-IDX           PIC 99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-REQUEST-START
      * Read in environment variables from the CGI request
           ACCEPT WS-CGI-ROUTE FROM ENVIRONMENT "PATH_INFO"
           ACCEPT WS-CGI-METHOD FROM ENVIRONMENT "REQUEST_METHOD"
               PERFORM SEND-BLOCKED-RESPONSE
               STOP RUN
           END-IF
           PERFORM LOAD-SITE-SETTINGS
      * If the request carries a body (POST/PUT form submissions),
      * read it off STDIN before we match routes, so it is ready to
      * hand to whichever handler we end up calling
      * Recognize or assign this visitor's session before routing
           ACCEPT WS-HTTP-COOKIE FROM ENVIRONMENT "HTTP_COOKIE"
           PERFORM ESTABLISH-SESSION
      * Tell crawlers and scrapers apart from readers once, up front
           PERFORM CLASSIFY-CLIENT
      * Throttle a client that is making too many requests before we
      * go to the trouble of matching a route for them
           PERFORM CHECK-THROTTLE
           ELSE
               PERFORM DISPATCH-REQUEST
           END-IF
      * Whichever path answered set WS-LOG-RESULT; the access-log
      * line is written only now, with the response already out, so
      * it can say how long the request took.
           IF WS-LOG-RESULT NOT = SPACES
               PERFORM LOG-ACCESS-ENTRY
           END-IF

           CLOSE THROTTLE-FILE
           IF INDEX-AVAILABLE
                                               TO WS-ROUTE-AUTH
                                           MOVE RP-CACHE-FLAG
                                               TO WS-ROUTE-CACHE
                                           MOVE RP-ROLE-FLAG
                                               TO WS-ROUTE-ROLE
                                           PERFORM
                                               DISPATCH-MATCHED-ROUTE
                                           MOVE 'Y' TO WS-MATCH-FOUND
       SEND-MAINTENANCE-RESPONSE.
           MOVE "503" TO WS-LOG-RESULT
           MOVE "MAINTENANCE" TO RP-HANDLER
           PERFORM EMIT-SECURITY-HEADERS
           MOVE SPACES TO WS-SET-COOKIE-LINE
           STRING "Set-Cookie: SESSION_ID=" FUNCTION TRIM(WS-SESSION-ID)
                       MOVE RI-HANDLER TO RP-HANDLER
                       MOVE RI-AUTH TO WS-ROUTE-AUTH
                       MOVE RI-CACHE TO WS-ROUTE-CACHE
                       MOVE RI-ROLE TO WS-ROUTE-ROLE
                       MOVE 0 TO WS-ROUTE-PARAM-COUNT
                       MOVE SPACES TO WS-WILDCARD-VALUE
                       PERFORM DISPATCH-MATCHED-ROUTE
           END-READ
           CLOSE IP-BLOCKLIST-FILE.

      * The operational limits this program enforces, from the site
      * settings (SITE-SETTING falls back to the built-in default
      * for any the settings file does not set), read once per
      * request before anything that depends on them.
       LOAD-SITE-SETTINGS.
           MOVE "throttle_limit" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-THROTTLE-LIMIT
           MOVE "strike_limit" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-STRIKE-LIMIT
           MOVE "auto_block_days" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-AUTO-BLOCK-DAYS
           MOVE "cache_max_age" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-CACHE-MAX-AGE
           MOVE "session_idle_minutes" TO SG-KEY
           CALL "SITE-SETTING" USING SG-FIELDS
           MOVE SG-NUMBER TO WS-IDLE-MINUTES.

      * Looks WS-REMOTE-ADDR up in the blocklist: a hit with no
      * expiry, or one whose expiry hasn't passed, refuses the
      * request.  An expired entry is simply ignored here (the
           DISPLAY "SESSION_ID" UPON ENVIRONMENT-NAME
           DISPLAY WS-SESSION-ID UPON ENVIRONMENT-VALUE.

      * Reads the User-Agent once for both BOT-CHECK and the
      * access-log line, and exposes the verdict to the handler as
      * CLIENT_CLASS the way SESSION_ID is exposed.
       CLASSIFY-CLIENT.
           ACCEPT WS-LOG-AGENT FROM ENVIRONMENT "HTTP_USER_AGENT"
           CALL "BOT-CHECK" USING WS-LOG-AGENT WS-CLIENT-CLASS
           DISPLAY "CLIENT_CLASS" UPON ENVIRONMENT-NAME
           DISPLAY WS-CLIENT-CLASS UPON ENVIRONMENT-VALUE.

      * Looks for "SESSION_ID=<value>" in the raw Cookie header,
      * leaving WS-SESSION-ID as SPACES if no such cookie was sent.
       FIND-SESSION-COOKIE.
                   MOVE 'N' TO WS-SESSION-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SESSION-FOUND
                   IF SESS-AUTHENTICATED
                       PERFORM CHECK-SESSION-IDLE
                   END-IF
                   IF SESS-AUTHENTICATED
                       MOVE 'Y' TO WS-SESSION-AUTHED
                       MOVE SESS-USER TO WS-SESSION-USER
                   END-IF
           END-READ.

      * Measures how long this signed-in session sat idle, in whole
      * minutes, from its last-seen stamp to now; past the limit the
      * login state is cleared in the record area, which
      * TOUCH-SESSION-RECORD then rewrites along with the new
      * last-seen stamp.  A last-seen stamp that is not a date at
      * all counts as idle too.
       CHECK-SESSION-IDLE.
           MOVE FUNCTION CURRENT-DATE TO WS-IDLE-NOW
           IF SESS-LAST-SEEN(1:12) IS NUMERIC
               COMPUTE WS-IDLE-THEN-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(SESS-LAST-SEEN(1:8)))
               COMPUTE WS-IDLE-NOW-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-IDLE-NOW(1:8)))
               COMPUTE WS-IDLE-ELAPSED =
                   (WS-IDLE-NOW-INT - WS-IDLE-THEN-INT) * 1440
                   + FUNCTION NUMVAL(WS-IDLE-NOW(9:2)) * 60
                   + FUNCTION NUMVAL(WS-IDLE-NOW(11:2))
                   - FUNCTION NUMVAL(SESS-LAST-SEEN(9:2)) * 60
                   - FUNCTION NUMVAL(SESS-LAST-SEEN(11:2))
           ELSE
               COMPUTE WS-IDLE-ELAPSED = WS-IDLE-MINUTES + 1
           END-IF
           IF WS-IDLE-ELAPSED > WS-IDLE-MINUTES
      * AU-USER is never left blank here: AUDIT-LOG would go and
      * open the sessions file this paragraph already holds open.
               MOVE SESS-USER TO AU-USER
               IF AU-USER = SPACES
                   MOVE "-" TO AU-USER
               END-IF
               MOVE "session-idle-out" TO AU-ACTION
               MOVE SPACES TO AU-TARGET
               STRING "user " FUNCTION TRIM(SESS-USER)
                   DELIMITED BY SIZE INTO AU-TARGET
               CALL "AUDIT-LOG" USING AU-FIELDS
               MOVE "N" TO SESS-AUTH
               MOVE SPACES TO SESS-USER
           END-IF.

      * Adds a new SESSIONS-FILE record for a first-time visitor.
       CREATE-SESSION-RECORD.
           MOVE WS-SESSION-ID TO SESS-ID
           IF REQUEST-THROTTLED
               MOVE "429" TO WS-LOG-RESULT
           END-IF
           PERFORM EMIT-SECURITY-HEADERS
           MOVE SPACES TO WS-SET-COOKIE-LINE
           STRING "Set-Cookie: SESSION_ID=" FUNCTION TRIM(WS-SESSION-ID)
               PERFORM SEND-THROTTLED-RESPONSE
           ELSE
               MOVE 'N' TO WS-HANDLER-FAILED
               DISPLAY "RESPONSE_STATUS" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
               DISPLAY "RESPONSE_BYTES" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
               CALL RP-HANDLER
                   ON EXCEPTION
      * The visitor gets the generic 500 page, but the request that
                       PERFORM LOG-ERROR-ENTRY
                       CALL "500-HANDLER"
                   END-CALL
      * A matched handler that found nothing to show (an unknown
      * slug, an empty tag) answers through 404-HANDLER, which
      * leaves RESPONSE_STATUS behind so the access log records a
      * 404 rather than an ordinary MATCH.
               ACCEPT WS-RESPONSE-STATUS
                   FROM ENVIRONMENT "RESPONSE_STATUS"
               IF FUNCTION TRIM(WS-RESPONSE-STATUS) = "404"
                   MOVE "404" TO WS-LOG-RESULT
               END-IF
               ACCEPT WS-RESPONSE-BYTES
                   FROM ENVIRONMENT "RESPONSE_BYTES"
               IF FUNCTION TRIM(WS-RESPONSE-BYTES) NOT = SPACES
                  AND FUNCTION TRIM(WS-RESPONSE-BYTES) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-RESPONSE-BYTES)
                       TO WS-LOG-BYTES
                   MOVE 'Y' TO WS-LOG-BYTES-KNOWN
               END-IF
           END-IF.

      * Appends one line to the error log capturing the context of a
           DISPLAY "</body></html>".

      * Runs the route both match paths agreed on: the AUTH check
      * first, then the role check, then the page cache (serve a
      * fresh complete capture, or arrange for this render to be
      * captured), then the normal handler call.  Throttled requests
      * skip the cache entirely so the 429 path stays exactly what
      * it always was.
       DISPATCH-MATCHED-ROUTE.
           IF WS-ROUTE-AUTH = "Y" AND NOT SESSION-AUTHED
               PERFORM SEND-LOGIN-REDIRECT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ROUTE-ROLE
           IF NOT ROLE-ALLOWED
               PERFORM SEND-FORBIDDEN-RESPONSE
           ELSE
               MOVE 'N' TO WS-CACHE-SERVED
               MOVE 'N' TO WS-CACHE-CAPTURING
               END-IF
           END-IF.

      * Ranks the signed-in account's UR-ROLE against the role the
      * matched route names.  A route naming no role lets any
      * signed-in account through, exactly as AUTH always did.
       CHECK-ROUTE-ROLE.
           MOVE 'Y' TO WS-ROLE-OK
           IF WS-ROUTE-ROLE = SPACE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ROUTE-ROLE
               WHEN "A"
                   MOVE 3 TO WS-NEEDED-RANK
               WHEN "E"
                   MOVE 2 TO WS-NEEDED-RANK
               WHEN OTHER
                   MOVE 1 TO WS-NEEDED-RANK
           END-EVALUATE
           MOVE 0 TO WS-USER-RANK
           MOVE 'N' TO WS-EOF-USERS
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-USERS
           END-IF
           PERFORM UNTIL EOF-USERS
               READ USERS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-USERS
                   NOT AT END
                       IF UR-USERNAME = WS-SESSION-USER
                          AND FUNCTION TRIM(WS-SESSION-USER)
                              NOT = SPACES
                           EVALUATE TRUE
                               WHEN UR-ROLE-ADMIN
                                   MOVE 3 TO WS-USER-RANK
                               WHEN UR-ROLE-EDITOR
                                   MOVE 2 TO WS-USER-RANK
                               WHEN UR-ROLE-MODERATOR
                                   MOVE 1 TO WS-USER-RANK
                           END-EVALUATE
                           MOVE 'Y' TO WS-EOF-USERS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-USERS-STATUS NOT = "35"
               CLOSE USERS-FILE
           END-IF
           IF WS-USER-RANK < WS-NEEDED-RANK
               MOVE 'N' TO WS-ROLE-OK
           END-IF.

      * Sent instead of calling the matched handler when the
      * signed-in account's role ranks below the route's.  Logged
      * as FORBIDDEN in the access log and as an access-denied
      * entry in the audit log, so a probe of the admin screens by
      * a lesser account is on record with the account's name.
       SEND-FORBIDDEN-RESPONSE.
           MOVE "FORBIDDEN" TO WS-LOG-RESULT
           MOVE WS-SESSION-USER TO AU-USER
           MOVE "access-denied" TO AU-ACTION
           MOVE SPACES TO AU-TARGET
           STRING FUNCTION TRIM(WS-CGI-METHOD) " "
                  FUNCTION TRIM(WS-CGI-ROUTE)
               DELIMITED BY SIZE
               INTO AU-TARGET
           CALL "AUDIT-LOG" USING AU-FIELDS
           PERFORM EMIT-SECURITY-HEADERS
           MOVE SPACES TO WS-SET-COOKIE-LINE
           STRING "Set-Cookie: SESSION_ID=" FUNCTION TRIM(WS-SESSION-ID)
                  "; Path=/"
               DELIMITED BY SIZE
               INTO WS-SET-COOKIE-LINE
           DISPLAY FUNCTION TRIM(WS-SET-COOKIE-LINE TRAILING)
           DISPLAY "Status: 403 Forbidden"
           DISPLAY "Content-type: text/html"
           DISPLAY X"0A"
           DISPLAY "<html><body>"
           DISPLAY "<h1>403 Forbidden</h1>"
           DISPLAY "<p>Your account's role does not include this "
               "screen.  <a href='/admin'>Back to the dashboard</a>"
               "</p>"
           DISPLAY "</body></html>".

      * Looks for a usable capture of this GET: the file must exist,
      * its first-line timestamp must be younger than the age limit,
      * and the end marker FINISH-CACHE-CAPTURE writes must be
               EXIT PARAGRAPH
           END-IF
           MOVE "CACHED" TO WS-LOG-RESULT
           PERFORM EMIT-SECURITY-HEADERS
           MOVE SPACES TO WS-SET-COOKIE-LINE
           STRING "Set-Cookie: SESSION_ID=" FUNCTION TRIM(WS-SESSION-ID)
                       ELSE
                           DISPLAY FUNCTION TRIM(
                               WS-CACHE-LINE TRAILING)
                           PERFORM COUNT-CACHE-LINE-BYTES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGE-CACHE-FILE
           MOVE 'Y' TO WS-LOG-BYTES-KNOWN.

      * One body line's bytes as DISPLAY sends it: the text without
      * its trailing blanks, plus the newline.
       COUNT-CACHE-LINE-BYTES.
           IF WS-CACHE-LINE = SPACES
               MOVE 1 TO WS-CACHE-LINE-BYTES
           ELSE
               COMPUTE WS-CACHE-LINE-BYTES = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-CACHE-LINE TRAILING)) + 1
           END-IF
           ADD WS-CACHE-LINE-BYTES TO WS-LOG-BYTES.

      * Decides whether the visitor's conditional headers already
      * name the capture CHECK-PAGE-CACHE found fresh: an exact
      * validators again, so the client keeps using its copy.
       SEND-NOT-MODIFIED.
           MOVE "304" TO WS-LOG-RESULT
           MOVE 0 TO WS-LOG-BYTES
           MOVE 'Y' TO WS-LOG-BYTES-KNOWN
           PERFORM EMIT-SECURITY-HEADERS
           MOVE SPACES TO WS-SET-COOKIE-LINE
           STRING "Set-Cookie: SESSION_ID=" FUNCTION TRIM(WS-SESSION-ID)
      * marker-less and therefore never served either way.
       FINISH-CACHE-CAPTURE.
           MOVE 0 TO WS-CACHE-BODY-LINES
           MOVE 0 TO WS-LOG-BYTES
           MOVE 'N' TO WS-EOF-CACHE
           OPEN INPUT PAGE-CACHE-FILE
           IF WS-CACHE-STATUS NOT = "00"
                       MOVE 'Y' TO WS-EOF-CACHE
                   NOT AT END
                       ADD 1 TO WS-CACHE-BODY-LINES
                       IF WS-CACHE-BODY-LINES > 1
                           PERFORM COUNT-CACHE-LINE-BYTES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGE-CACHE-FILE
                   WRITE PAGE-CACHE-RECORD FROM WS-CACHE-LINE
                   CLOSE PAGE-CACHE-FILE
                   PERFORM NOTE-CACHE-IN-MANIFEST
      * What was captured is exactly what this visitor was sent.
                   MOVE 'Y' TO WS-LOG-BYTES-KNOWN
               END-IF
           END-IF.

      * refused admin hits.
       SEND-LOGIN-REDIRECT.
           MOVE "DENIED" TO WS-LOG-RESULT
           PERFORM EMIT-SECURITY-HEADERS
           MOVE SPACES TO WS-SET-COOKIE-LINE
           STRING "Set-Cookie: SESSION_ID=" FUNCTION TRIM(WS-SESSION-ID)
           ELSE
               MOVE "REDIRECT" TO WS-LOG-RESULT
           END-IF
           PERFORM EMIT-SECURITY-HEADERS
           MOVE SPACES TO WS-SET-COOKIE-LINE
           STRING "Set-Cookie: SESSION_ID=" FUNCTION TRIM(WS-SESSION-ID)
      * or a fall-through to the 404 handler, and the referring page
      * (as "-" when the client sent no Referer header), so a report
      * run over the log can total up hits and top referers later.
      * The elapsed milliseconds and the cache flag follow the
      * referer, so a reader that only knows the first six columns
      * reads the line exactly as before.  The timestamp is still
      * the request's arrival, not the moment the line is written.
      * The HTTP status, body size, client address, HUMAN/BOT
      * class, and User-Agent come last, the agent at the very end
      * because it is the one column with spaces in it;
      * ACCESS-LOG-EXPORT turns these lines into the combined log
      * format.
       LOG-ACCESS-ENTRY.
           MOVE WS-REQUEST-START TO WS-LOG-TIMESTAMP
           ACCEPT WS-LOG-REFERER FROM ENVIRONMENT "HTTP_REFERER"
           IF FUNCTION TRIM(WS-LOG-REFERER) = SPACES
               MOVE "-" TO WS-LOG-REFERER
           END-IF
           PERFORM ENCODE-LOG-REFERER
           PERFORM MEASURE-ELAPSED-TIME
           EVALUATE TRUE
               WHEN CACHE-SERVED
                   MOVE "HIT" TO WS-LOG-CACHE-FLAG
               WHEN WS-ROUTE-CACHE = "Y"
                   MOVE "MISS" TO WS-LOG-CACHE-FLAG
               WHEN OTHER
                   MOVE "-" TO WS-LOG-CACHE-FLAG
           END-EVALUATE
           PERFORM SET-LOG-STATUS
           IF LOG-BYTES-KNOWN
               MOVE WS-LOG-BYTES TO WS-LOG-BYTES-TEXT
               MOVE FUNCTION TRIM(WS-LOG-BYTES-TEXT) TO WS-LOG-SIZE
           ELSE
               MOVE "-" TO WS-LOG-SIZE
           END-IF
           MOVE WS-REMOTE-ADDR TO WS-LOG-CLIENT
           IF FUNCTION TRIM(WS-LOG-CLIENT) = SPACES
               MOVE "-" TO WS-LOG-CLIENT
           END-IF
           IF FUNCTION TRIM(WS-LOG-AGENT) = SPACES
               MOVE "-" TO WS-LOG-AGENT
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-LOG-TIMESTAMP(1:14) " "
                  FUNCTION TRIM(WS-CGI-METHOD) " "
                  FUNCTION TRIM(WS-CGI-ROUTE) " "
                  FUNCTION TRIM(RP-HANDLER) " "
                  FUNCTION TRIM(WS-LOG-RESULT) " "
                  FUNCTION TRIM(WS-LOG-REFERER-OUT) " "
                  FUNCTION TRIM(WS-ELAPSED-TEXT) " "
                  FUNCTION TRIM(WS-LOG-CACHE-FLAG) " "
                  WS-LOG-STATUS " "
                  FUNCTION TRIM(WS-LOG-SIZE) " "
                  FUNCTION TRIM(WS-LOG-CLIENT) " "
                  FUNCTION TRIM(WS-CLIENT-CLASS) " "
                  FUNCTION TRIM(WS-LOG-AGENT)
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           OPEN EXTEND ACCESS-LOG-FILE
           WRITE ACCESS-LOG-RECORD FROM WS-LOG-LINE
           CLOSE ACCESS-LOG-FILE.

      * Copies the trimmed referer into WS-LOG-REFERER-OUT with each
      * blank inside it written as %20.
       ENCODE-LOG-REFERER.
           MOVE FUNCTION TRIM(WS-LOG-REFERER) TO WS-LOG-REFERER
           MOVE SPACES TO WS-LOG-REFERER-OUT
           MOVE 1 TO WS-REFERER-OUT-POS
           PERFORM VARYING WS-REFERER-POS FROM 1 BY 1
               UNTIL WS-REFERER-POS >
                   FUNCTION LENGTH(FUNCTION TRIM(WS-LOG-REFERER))
               IF WS-LOG-REFERER(WS-REFERER-POS:1) = SPACE
                   STRING "%20" DELIMITED BY SIZE
                       INTO WS-LOG-REFERER-OUT
                       WITH POINTER WS-REFERER-OUT-POS
                       ON OVERFLOW CONTINUE
                   END-STRING
               ELSE
                   STRING WS-LOG-REFERER(WS-REFERER-POS:1)
                           DELIMITED BY SIZE
                       INTO WS-LOG-REFERER-OUT
                       WITH POINTER WS-REFERER-OUT-POS
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

      * The status code that went out, from the path that answered:
      * ROUTER's own answers by their result, a handler's by what it
      * left in RESPONSE_STATUS (200 when it sent no Status header),
      * and a handler that blew up as the 500 page it turned into.
       SET-LOG-STATUS.
           EVALUATE FUNCTION TRIM(WS-LOG-RESULT)
               WHEN "CACHED"
                   MOVE "200" TO WS-LOG-STATUS
               WHEN "304"
                   MOVE "304" TO WS-LOG-STATUS
               WHEN "429"
                   MOVE "429" TO WS-LOG-STATUS
               WHEN "503"
                   MOVE "503" TO WS-LOG-STATUS
               WHEN "DENIED"
                   MOVE "302" TO WS-LOG-STATUS
               WHEN "FORBIDDEN"
                   MOVE "403" TO WS-LOG-STATUS
               WHEN "REDIRECT"
                   IF RP-HANDLER(1:3) IS NUMERIC
                       MOVE RP-HANDLER(1:3) TO WS-LOG-STATUS
                   ELSE
                       MOVE "302" TO WS-LOG-STATUS
                   END-IF
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN HANDLER-FAILED
                           MOVE "500" TO WS-LOG-STATUS
                       WHEN WS-RESPONSE-STATUS(1:3) IS NUMERIC
                           MOVE WS-RESPONSE-STATUS(1:3)
                               TO WS-LOG-STATUS
                       WHEN FUNCTION TRIM(WS-LOG-RESULT) = "404"
                           MOVE "404" TO WS-LOG-STATUS
                       WHEN OTHER
                           MOVE "200" TO WS-LOG-STATUS
                   END-EVALUATE
           END-EVALUATE.

      * Milliseconds from WS-REQUEST-START to now, counted in
      * hundredths of a second since midnight; a request that
      * straddles midnight gets the day added back.
       MEASURE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-REQUEST-END
           COMPUTE WS-START-HUNDREDTHS =
               FUNCTION NUMVAL(WS-REQUEST-START(9:2)) * 360000
               + FUNCTION NUMVAL(WS-REQUEST-START(11:2)) * 6000
               + FUNCTION NUMVAL(WS-REQUEST-START(13:2)) * 100
               + FUNCTION NUMVAL(WS-REQUEST-START(15:2))
           COMPUTE WS-END-HUNDREDTHS =
               FUNCTION NUMVAL(WS-REQUEST-END(9:2)) * 360000
               + FUNCTION NUMVAL(WS-REQUEST-END(11:2)) * 6000
               + FUNCTION NUMVAL(WS-REQUEST-END(13:2)) * 100
               + FUNCTION NUMVAL(WS-REQUEST-END(15:2))
           COMPUTE WS-ELAPSED-HUNDREDTHS =
               WS-END-HUNDREDTHS - WS-START-HUNDREDTHS
           IF WS-ELAPSED-HUNDREDTHS < 0
               ADD 8640000 TO WS-ELAPSED-HUNDREDTHS
           END-IF
           COMPUTE WS-ELAPSED-MS = WS-ELAPSED-HUNDREDTHS * 10
           MOVE WS-ELAPSED-MS TO WS-ELAPSED-TEXT.

       END PROGRAM ROUTER.
