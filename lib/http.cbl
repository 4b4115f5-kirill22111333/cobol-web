      *    THREE TOGETHER WHEN A USER QUOTES IT TO THE HELP DESK.
       01 request-trace-id pic x(24) external.

      *    THE SIGNED-IN USER AND ROLE session-user-role RESOLVED
      *    FOR THIS REQUEST, FOR db-update'S workflow.cfg CHECK --
      *    BLANKED WITH THE TRACE ID SO A KEEP-ALIVE CONNECTION'S
      *    NEXT REQUEST CANNOT ACT UNDER THE LAST ONE'S ROLE.
       01 request-user-name pic x(64) external.
       01 request-user-role pic x(16) external.
       01 request-session-id pic x(32) external.

      *    SET BY cutoff-stamp WHEN A ROW THIS REQUEST STORED WAS
      *    RECEIVED AFTER ITS CUT-OFF AND DATED FOR A LATER DAY --
      *    BLANKED WITH THE TRACE ID LIKE THE USER ABOVE.
       01 request-cutoff external.
           05 cutoff-rolled pic 9.
           05 cutoff-date   pic x(8).

       77 avail-event      pic x(10).
       77 last-heartbeat   pic 9(11).
       77 client-token     pic x(50).
      *    THE SHARED POOL, THE WHOLE HISTORICAL BEHAVIOR FOR A
      *    SITE WITH NO VHOSTS.
       01 active-tenant pic x(30) external.

      *    WHICH ROUTE IS READING THE DATABASE, FOR THE TABLE
      *    ACCESS STATISTICS db-access-note (lib/tablestats.cbl)
      *    KEEPS -- "<METHOD> <PATH>" AS REGISTERED, SET ONLY
      *    WHILE A HANDLER RUNS.
       01 db-access-caller pic x(40) external.
       77 tenant-stem pic x(16).
       77 tenant-ext  pic x(4).
       77 catalog-id       pic x(32).
       77 catalog-text     pic x(256).
       77 catalog-found    pic 9.
       77 read-only-on     pic 9.
       77 read-only-reason pic x(128).
       77 gate-path        pic x(256).
       77 listener-role   pic 9.
       77 listen-idx      pic 9(2).
       77 extra-listener  pic s9(5).
               move connect to connect-digits.

               set request-trace-id to spaces.
               set request-user-name to spaces.
               set request-user-role to spaces.
               set request-session-id to spaces.
               set cutoff-rolled to 0.
               set cutoff-date to spaces.

               string
                   "R" delimited by size
                   exit paragraph
               end-if.

      *        READ-ONLY MODE (lib/readonly.cbl) KEEPS THE
      *        INQUIRIES UP: GET, HEAD AND OPTIONS GO THROUGH AS
      *        USUAL, ANY OTHER METHOD IS ANSWERED 503 WITH THE
      *        REASON BEFORE A HANDLER RUNS -- EXCEPT THE CONSOLE'S
      *        OWN SWITCH, SO AN ADMIN CAN LIFT THE MODE.
               if request-method is not equal "GET"
               and request-method is not equal "HEAD"
               and request-method is not equal "OPTIONS" then
                   call "read-only-state"
                   using by reference read-only-on,
                   by reference read-only-reason

                   set gate-path to spaces
                   unstring request-path
                       delimited by "?" or space
                       into gate-path
                   end-unstring

                   if read-only-on is equal 1
                   and function trim(gate-path) is not equal
                       "/admin/readonly" then
                       perform page-read-only-http
                       exit paragraph
                   end-if
               end-if.

               initialize route-params.

               call "get-func"
      *        FACTORED OUT SO BOTH THE TIMED (FORKED) AND UNTIMED
      *        (IN-LINE) PATHS ABOVE SHARE ONE COPY OF IT.
           call-route-handler.
               set db-access-caller to spaces.
               string
                   function trim(tab-method(idx-func))
                       delimited by size
                   " " delimited by size
                   function trim(tab-path(idx-func))
                       delimited by size
                   into db-access-caller
               end-string.

               call func(idx-func)
               using by content request
               by content connect
                   set handler-status to 0
               end-call.

               set db-access-caller to spaces.

               exit paragraph.

      *        WRITE-HANDLER-STATUS -- RUNS IN THE FORKED CHILD RIGHT

               exit paragraph.

      *        PAGE-READ-ONLY-HTTP -- THE SAME DIRECT send_tcp
      *        STYLE AS PAGE503-HTTP, WITH THE BODY SAYING THE SITE
      *        IS READ-ONLY AND WHY. THE CATALOG ID
      *        "http-503-readonly" REPLACES THE STOCK WORDING.
           page-read-only-http.
               set catalog-id to "http-503-readonly".
               perform lookup-error-body.

               set buffer-data to spaces.
               set buffer-size to 1.

               string
                   "HTTP/1.1" X"20" "503" X"20"
                   "Service Unavailable" X"0A"
                   "Retry-After: 300" X"0A"
                   "Content-Type: text/plain" X"0A" X"0A"
                   into buffer-data
                   with pointer buffer-size
               end-string.

               if catalog-found is equal 1 then
                   perform append-error-body
               else
                   string
                       "THE SITE IS IN READ-ONLY MODE. LOOKUPS AND"
                       " REPORTS WORK AS USUAL, BUT NO CHANGE CAN BE"
                       " SAVED UNTIL THE MODE IS LIFTED." X"0A"
                       into buffer-data
                       with pointer buffer-size
                   end-string
               end-if.

               string
                   "REASON: " function trim(read-only-reason) X"0A"
                   into buffer-data
                   with pointer buffer-size
               end-string.

               call "send_tcp"
               using by value connect,
               by content function trim(buffer-data),
               by value buffer-size.

               exit paragraph.

       end program listen_http.
