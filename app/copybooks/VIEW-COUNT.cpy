      * Shared record layout for VIEW-COUNTS-FILE, the indexed
      * per-post view counter file keyed on the post id.
      * GET-POST-HANDLER and API-POST-HANDLER bump a post's counter
      * on every successful view they render for a reader, so
      * "which posts actually get read" survives the access log
      * being archived away.  A request ROUTER classes as a crawler
      * or scraper (BOT-CHECK, data/bot-agents) is never counted,
      * so the ranking is readers only.  A page answered straight
      * from the page cache (or with a 304) never reaches a handler
      * and is not counted, so
      * the numbers undercount a little on hot pages -- they are a
      * readership ranking, not an audit.  COPY into the FD of any
      * program that opens VIEW-COUNTS-FILE directly so they all
