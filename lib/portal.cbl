       identification division.
       program-id. portal_http.

      ************************************************************
      * CUSTOMER PORTAL -- CUSTOMERS RANG THE OFFICE FOR ORDER
      * STATUS AND INVOICE COPIES THEY COULD HAVE LOOKED UP
      * THEMSELVES. users.dat IS FOR STAFF; A PORTAL ACCOUNT IS A
      * SEPARATE CLASS, KEPT IN "portalusers.dat" AND TIED TO ONE
      * CUSTOMER KEY OF THE CUSTOMER TABLE. A PORTAL SIGN-IN
      * ISSUES ITS OWN "portal" COOKIE OVER A SESSION CARRYING
      * "PORTAL=<account>;CUST=<customer>" -- NO "USER=" AND NO
      * "ROLE=", SO maintain-check-user, admin-check-role,
      * session-user-role AND role-guard-middleware ALL SEE NO
      * STAFF USER, AND /login NEVER KNOWS THE ACCOUNT EXISTS.
      * REGISTERED THE SAME ONE-CALL WAY AS reportcat_http:
      *
      *     call "portal_http" using http-tbl
      *
      * REGISTERS:
      *     GET  /portal          -- THE CUSTOMER'S OPEN BALANCE,
      *                              INVOICES AND ORDERS
      *     GET  /portal/order    -- ?order=K, ONE ORDER AND ITS
      *                              LINES
      *     GET  /portal/invoice  -- ?invoice=N, A SIGNED /dl
      *                              LINK TO THE INVOICE DOCUMENT
      *     GET  /portal/login    -- SIGN-IN AND REGISTER FORMS
      *     POST /portal/login    -- account, password
      *     POST /portal/register -- customer, account, password
      *     GET  /portal/verify   -- ?account=A&token=T FROM THE
      *                              REGISTRATION MAIL
      *     POST /portal/logout   -- ENDS THE PORTAL SESSION
      *
      * EVERY QUERY TAKES THE CUSTOMER KEY FROM THE ACCOUNT
      * RECORD (portal-session), NEVER FROM THE URL: AN ORDER OR
      * INVOICE OF ANOTHER CUSTOMER IS "NOT FOUND", AND THE
      * ATTEMPT IS AUDITED. EVERY PAGE A PORTAL ACCOUNT VIEWS
      * GOES TO "portalaudit.log" (portal-audit); STAFF READ IT
      * PER ACCOUNT ON /maintain/portal.
      *
      * THE TABLES ARE THE ONES invoice-run USES
      * (INVOICE_CUSTOMER_TABLE, INVOICE_ORDER_TABLE,
      * INVOICE_LINE_TABLE, INVOICE_TABLE), AND relations.cfg
      * MUST LINK ORDERS TO CUSTOMERS AND LINES TO ORDERS:
      *
      *     orders customer customers RESTRICT
      *     orderlines orderkey orders CASCADE
      *
      * (FIELD NAMES AS DECLARED IN schemas.cfg) -- THE ORDER
      * LIST AND THE ORDER LINES COME THROUGH db-join.
      ************************************************************

       data division.

       working-storage section.
       77 route-path   pic x(2048).
       77 route-method pic x(16).
       77 route-handle usage procedure-pointer.
       77 route-type   pic x(16).

       linkage section.
       01 http-tbl.
           05 http-host pic x(50).
           05 http-len  pic 9(5).
           05 http-cap  pic 9(5).
           05 http-public pic x(256).
           05 http-cert-path pic x(256).
           05 http-key-path  pic x(256).
           05 cache-max-age pic 9(6).
           05 max-header-count pic 9(3).
           05 max-uri-length pic 9(4).
           05 vhost-size pic 9(2).
           05 http-vhost occurs 8 times.
              10 vhost-host   pic x(50).
              10 vhost-public pic x(256).
           05 has-middleware pic 9.
           05 http-middleware usage procedure-pointer.
           05 rate-limit-max pic 9(5).
           05 rate-limit-window pic 9(5).
           05 normalize-path pic 9.
           05 mount-size pic 9(2).
           05 http-mount occurs 8 times.
              10 mount-prefix pic x(256).
              10 mount-root   pic x(256).
           05 allow-listing pic 9.
           05 maintenance-mode pic 9.
           05 trusted-proxy pic x(50).
           05 listen-size pic 9(2).
           05 http-listen occurs 4 times.
              10 listen-address pic x(50).
              10 listen-cert pic x(256).
              10 listen-key  pic x(256).
           05 http-route occurs 1 to 2048 times depending on http-cap.
              10 func usage procedure-pointer.
              10 tab-path   pic x(2048).
              10 tab-method pic x(16).
              10 route-timeout pic 9(3).
              10 route-cache-ttl pic 9(5).

       procedure division using http-tbl.

           set route-type to spaces.

           set route-path to "/portal".
           set route-method to "GET".
           set route-handle to entry "http-portal-home".
           perform register-one-route.

           set route-path to "/portal/order".
           set route-method to "GET".
           set route-handle to entry "http-portal-order".
           perform register-one-route.

           set route-path to "/portal/invoice".
           set route-method to "GET".
           set route-handle to entry "http-portal-invoice".
           perform register-one-route.

           set route-path to "/portal/login".
           set route-method to "GET".
           set route-handle to entry "http-portal-signin".
           perform register-one-route.

           set route-path to "/portal/login".
           set route-method to "POST".
           set route-handle to entry "http-portal-login".
           perform register-one-route.

           set route-path to "/portal/register".
           set route-method to "POST".
           set route-handle to entry "http-portal-register".
           perform register-one-route.

           set route-path to "/portal/verify".
           set route-method to "GET".
           set route-handle to entry "http-portal-verify".
           perform register-one-route.

           set route-path to "/portal/logout".
           set route-method to "POST".
           set route-handle to entry "http-portal-logout".
           perform register-one-route.

           exit program.

      *    REGISTER-ONE-ROUTE -- ONE handle_http CALL PER SCREEN.
       register-one-route.
           call "handle_http"
           using by reference http-tbl,
           by content route-path,
           by content route-method,
           by content route-handle,
           by content route-type.

           exit paragraph.

       end program portal_http.

      *****************************************

       identification division.
       program-id. portal-session.

      ************************************************************
      * RESOLVES THE REQUEST'S "portal" COOKIE TO THE SIGNED-IN
      * PORTAL ACCOUNT AND ITS CUSTOMER KEY. THE SESSION ONLY
      * NAMES THE ACCOUNT; THE CUSTOMER COMES FROM THE ACCOUNT'S
      * OWN RECORD, AND AN ACCOUNT NO LONGER "ACTIVE" (LOCKED OR
      * DISABLED SINCE) RESOLVES TO NOBODY. found 0 IS "NOT
      * SIGNED IN" -- THE PORTAL PAGES SEND THAT TO /portal/login.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select account-file assign to "portalusers.dat"
           organization is indexed
           access mode is dynamic
           record key is pu-account
           file status is account-stat.

       data division.

       file section.
       fd account-file.
       01 account-record.
           05 pu-account      pic x(64).
           05 pu-customer     pic x(10).
           05 pu-salt         pic x(16).
           05 pu-hash         pic x(40).
           05 pu-status       pic x(8).
           05 pu-token        pic x(32).
           05 pu-token-expiry pic 9(11).
           05 pu-created      pic x(8).
           05 pu-last-login   pic x(8).
           05 pu-fail-count   pic 9(3).

       working-storage section.
       01 cookie-fields.
           05 cookie-data occurs 16 times.
               10 cookie-name  pic x(32).
               10 cookie-value pic x(256).
           05 cookie-size pic 9(2).

       01 session.
           05 session-id   pic x(32).
           05 session-data pic x(256).

       77 account-stat  pic xx.
       77 session-found pic 9.
       77 k             pic 9(2).
       77 account-part  pic x(128).
       77 customer-part pic x(64).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       01 account-name pic x(64).
       01 customer-key pic x(10).
       01 found        pic 9.

       procedure division using request, account-name,
                           customer-key, found.

           set found to 0.
           set account-name to spaces.
           set customer-key to spaces.

           initialize cookie-fields.

           call "parseCookie"
           using by reference cookie-fields,
           by content request.

           set session-id to spaces.

           perform find-portal-cookie
               varying k from 1 by 1
               until k is greater than cookie-size.

           if session-id is equal spaces then
               exit program
           end-if.

           set session-found to 0.

           call "session-lookup"
           using by reference session,
           by reference session-found.

           if session-found is equal 0 then
               exit program
           end-if.

           set account-part to spaces.
           set customer-part to spaces.

           unstring session-data delimited by ";CUST="
               into account-part, customer-part
           end-unstring.

           if account-part(1:7) is not equal "PORTAL=" then
               exit program
           end-if.

           open input account-file.

           if account-stat is not equal "00" then
               close account-file
               exit program
           end-if.

           move account-part(8:64) to pu-account.

           read account-file
               key is pu-account
               invalid key
                   continue
               not invalid key
                   if pu-status is equal "ACTIVE" then
                       move pu-account to account-name
                       move pu-customer to customer-key
                       set found to 1
                   end-if
           end-read.

           close account-file.

           exit program.

       find-portal-cookie.
           if cookie-name(k) is equal "portal" then
               set session-id to cookie-value(k)(1:32)
           end-if.

           exit paragraph.

       end program portal-session.

      *****************************************

       identification division.
       program-id. portal-audit.

      ************************************************************
      * ONE LINE PER PORTAL EVENT -- WHEN, WHICH ACCOUNT AND
      * CUSTOMER, WHAT (HOME, ORDER, INVOICE, REFUSED, SIGN-IN,
      * SIGN-OUT, VERIFIED) AND OF WHICH KEY -- APPENDED TO
      * "portalaudit.log" WITH THE SAME OPEN EXTEND / FALL BACK
      * TO OPEN OUTPUT PATTERN AS intruder-log. THE COLUMNS ARE
      * FIXED SO /maintain/portal CAN READ THEM BACK.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select audit-file assign to "portalaudit.log"
           organization is line sequential
           file status is audit-stat.

       data division.

       file section.
       fd audit-file.
       01 audit-record.
           05 pa-stamp    pic x(29).
           05 filler      pic x.
           05 pa-account  pic x(64).
           05 filler      pic x.
           05 pa-customer pic x(10).
           05 filler      pic x.
           05 pa-action   pic x(16).
           05 filler      pic x.
           05 pa-detail   pic x(64).

       working-storage section.
       77 audit-stat  pic xx.
       77 event-days  pic 9(4) value 0.

       linkage section.
       01 account-name pic x(64).
       01 customer-key pic x(10).
       01 audit-action pic x(16).
       01 audit-detail pic x(64).

       procedure division using account-name, customer-key,
                           audit-action, audit-detail.

           open extend audit-file.
           if audit-stat is equal "35" then
               open output audit-file
           end-if.

           move spaces to audit-record.

           call "date-utc"
           using by reference pa-stamp,
           by content event-days.

           move account-name to pa-account.
           move customer-key to pa-customer.
           move audit-action to pa-action.
           move audit-detail to pa-detail.

           write audit-record.

           close audit-file.

           exit program.

       end program portal-audit.

      *****************************************

       identification division.
       program-id. http-portal-signin.

      ************************************************************
      * GET /portal/login -- THE SIGN-IN FORM, AND BENEATH IT THE
      * SELF-REGISTRATION FORM: CUSTOMER NUMBER, THE MAIL ADDRESS
      * WE HOLD FOR THAT CUSTOMER, AND A PASSWORD.
      ************************************************************

       data division.

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(2048).
           05 string-size pic 9(5).

       77 out-pointer pic 9(5).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Customer portal</h1>"
               "<h2>Sign in</h2><form method=" X"22" "POST" X"22"
               " action=" X"22" "/portal/login" X"22" ">"
               "Mail address <input name=" X"22" "account" X"22"
               "> Password <input type=" X"22" "password" X"22"
               " name=" X"22" "password" X"22" "> "
               "<button>Sign in</button></form>" X"0A"
               "<h2>Register</h2><p>Give your customer number and "
               "the mail address we hold for your account. We "
               "mail a link to that address; the account opens "
               "when you follow it.</p>"
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/portal/register" X"22" ">"
               "Customer number <input name=" X"22" "customer"
               X"22" "> Mail address <input name=" X"22" "account"
               X"22" "> Password <input type=" X"22" "password"
               X"22" " name=" X"22" "password" X"22" "> "
               "<button>Register</button></form>" X"0A"
               "</body></html>" X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       end program http-portal-signin.

      *****************************************

       identification division.
       program-id. http-portal-login.

      ************************************************************
      * POST /portal/login -- account AND password AGAINST
      * portalusers.dat UNDER THE SAME hash-password SCHEME AS
      * users.dat. ONLY AN "ACTIVE" ACCOUNT SIGNS IN; LOCKOUT_MAX
      * CONSECUTIVE FAILURES (DEFAULT 5, THE STAFF KNOB) LOCK IT
      * UNTIL THE CUSTOMER REGISTERS AGAIN AND FOLLOWS THE NEW
      * MAIL. A GOOD SIGN-IN ISSUES THE PORTAL SESSION AND COOKIE
      * AND REDIRECTS TO /portal; A REFUSAL, WHATEVER THE REASON,
      * IS ONE 401 PAGE AND AN intruder-log LINE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select account-file assign to "portalusers.dat"
           organization is indexed
           access mode is dynamic
           record key is pu-account
           file status is account-stat.

       data division.

       file section.
       fd account-file.
       01 account-record.
           05 pu-account      pic x(64).
           05 pu-customer     pic x(10).
           05 pu-salt         pic x(16).
           05 pu-hash         pic x(40).
           05 pu-status       pic x(8).
           05 pu-token        pic x(32).
           05 pu-token-expiry pic 9(11).
           05 pu-created      pic x(8).
           05 pu-last-login   pic x(8).
           05 pu-fail-count   pic 9(3).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(1024).
           05 string-size pic 9(5).

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 session.
           05 session-id   pic x(32).
           05 session-data pic x(256).

       01 cookie.
           05 cookie-name      pic x(32).
           05 cookie-value     pic x(160).
           05 cookie-expires   pic x(29).
           05 cookie-path      pic x(32).
           05 cookie-days      pic 9(4).

       77 account-stat  pic xx.
       77 body-length   pic 9(6).
       77 f             pic 9(3).
       77 account-in    pic x(64).
       77 pass-text     pic x(64).
       77 offered-hash  pic x(40).
       77 login-ok      pic 9.
       77 lockout-text  pic x(6).
       77 lockout-max   pic 9(3).
       77 client-addr   pic x(50).
       77 redirect-url  pic x(224).
       77 is-permanent  pic 9 value 0.
       77 out-pointer   pic 9(5).
       77 audit-action  pic x(16).
       77 audit-detail  pic x(64).
       77 fail-edit     pic zz9.
       77 log-level     pic x(5).
       77 log-source    pic x(32) value "http-portal-login".
       77 log-text      pic x(256).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           set response-headers-size to 0.
           set account-in to spaces.
           set pass-text to spaces.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           perform take-one-field
               varying f from 1 by 1
               until f is greater than parse-get-size.

           move function lower-case(account-in) to account-in.

           set login-ok to 0.

           if account-in is not equal spaces
           and pass-text is not equal spaces then
               perform check-account
           end-if.

           if login-ok is equal 1 then
               perform issue-portal-session

               move "SIGN-IN" to audit-action
               move spaces to audit-detail

               call "portal-audit"
               using by content pu-account,
               by content pu-customer,
               by content audit-action,
               by content audit-detail

               move "/portal" to redirect-url

               call "sendredirect_http"
               using by content response-data, by content connect,
                     by content redirect-url,
                     by content is-permanent

               exit program
           end-if.

           if account-in is not equal spaces then
               set client-addr to spaces

               call "peer_addr_tcp"
               using by value connect,
               by reference client-addr

               call "intruder-log"
               using by content account-in,
               by content client-addr
           end-if.

           set status-code to 401.
           set status-text to "Unauthorized".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Customer portal</h1>"
               "<p>Sign-in refused.</p><p><a href=" X"22"
               "/portal/login" X"22" ">Try again</a></p>"
               "</body></html>" X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

      *    LOG-LOCKOUT -- THE LOCK AS ITS OWN app.log EVENT, THE
      *    SAME LINE user-authenticate WRITES FOR STAFF.
       log-lockout.
           move pu-fail-count to fail-edit.
           move "WARN" to log-level.
           set log-text to spaces.
           string
               "PORTAL ACCOUNT " function trim(pu-account)
               " LOCKED AFTER " function trim(fail-edit)
               " FAILED SIGN-INS"
               delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       take-one-field.
           evaluate get-name(f)
               when "account"
                   set account-in to get-value(f)(1:64)
               when "password"
                   set pass-text to get-value(f)(1:64)
           end-evaluate.

           exit paragraph.

      *    CHECK-ACCOUNT -- THE HASH UNDER THE STORED SALT; THE
      *    FAILURE COUNT AND LOCK GO BACK ON THE RECORD EITHER WAY.
       check-account.
           set lockout-text to spaces.
           accept lockout-text from environment "LOCKOUT_MAX".

           if lockout-text is equal spaces then
               set lockout-max to 5
           else
               move function trim(lockout-text) to lockout-max
           end-if.

           open i-o account-file.

           if account-stat is not equal "00" then
               close account-file
               exit paragraph
           end-if.

           move account-in to pu-account.

           read account-file
               key is pu-account
               invalid key
                   close account-file
                   exit paragraph
           end-read.

           if pu-status is not equal "ACTIVE" then
               close account-file
               exit paragraph
           end-if.

           call "hash-password"
           using by content pu-salt,
           by content pass-text,
           by reference offered-hash.

           if offered-hash is equal pu-hash then
               set login-ok to 1
               set pu-fail-count to 0
               move function current-date(1:8) to pu-last-login
           else
               add 1 to pu-fail-count
               if pu-fail-count is not less than lockout-max then
                   move "LOCKED" to pu-status
                   perform log-lockout
               end-if
           end-if.

           rewrite account-record
               invalid key
                   continue
           end-rewrite.

           close account-file.

           exit paragraph.

      *    ISSUE-PORTAL-SESSION -- THE SESSION NAMES THE ACCOUNT
      *    AND ITS CUSTOMER; THE COOKIE IS "portal", NEVER THE
      *    STAFF "session".
       issue-portal-session.
           set session-data to spaces.
           string
               "PORTAL=" function trim(pu-account)
               ";CUST=" function trim(pu-customer)
               into session-data
           end-string.

           call "session-create"
           using by reference session.

           initialize cookie.
           set cookie-name to "portal".
           set cookie-value to session-id.
           set cookie-expires to "SESSION".

           call "setCookie"
           using by reference response-data,
           by reference cookie.

           exit paragraph.

       end program http-portal-login.

      *****************************************

       identification division.
       program-id. http-portal-register.

      ************************************************************
      * POST /portal/register -- customer, account (A MAIL
      * ADDRESS) AND password. THE ACCOUNT IS ONLY MADE WHEN THE
      * ADDRESS IS THE ONE THE CUSTOMER TABLE HOLDS FOR THAT
      * CUSTOMER (ITS FIRST schemas.cfg EMAIL-RULE FIELD, THE
      * ADDRESS invoice-run MAILS), SO A STRANGER CANNOT CLAIM A
      * CUSTOMER. THE PASSWORD MUST PASS password-policy-check.
      * THE NEW ACCOUNT IS "PENDING" WITH A SINGLE-USE TOKEN,
      * VALID PORTAL_VERIFY_TTL SECONDS (DEFAULT 86400), MAILED
      * FROM PORTAL_MAIL_FROM AS A LINK UNDER PORTAL_LINK_BASE;
      * /portal/verify OPENS IT. REGISTERING AGAIN OVER A PENDING
      * OR LOCKED ACCOUNT SETS THE NEW PASSWORD AND MAILS A NEW
      * TOKEN -- THE CUSTOMER'S WAY BACK IN AFTER A LOCKOUT. AN
      * ACTIVE OR DISABLED ACCOUNT IS LEFT ALONE. APART FROM A
      * PASSWORD THE POLICY REFUSES, THE ANSWER IS THE SAME
      * WHETHER OR NOT ANYTHING WAS MAILED -- WHO OUR CUSTOMERS
      * ARE IS NOT A QUESTION THIS ROUTE ANSWERS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select account-file assign to "portalusers.dat"
           organization is indexed
           access mode is dynamic
           record key is pu-account
           file status is account-stat.

           select schema-config assign to "schemas.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd account-file.
       01 account-record.
           05 pu-account      pic x(64).
           05 pu-customer     pic x(10).
           05 pu-salt         pic x(16).
           05 pu-hash         pic x(40).
           05 pu-status       pic x(8).
           05 pu-token        pic x(32).
           05 pu-token-expiry pic 9(11).
           05 pu-created      pic x(8).
           05 pu-last-login   pic x(8).
           05 pu-fail-count   pic 9(3).

       fd schema-config.
       01 config-record pic x(128).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(1024).
           05 string-size pic 9(5).

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-offset-text pic x(6).
           05 cfg-length-text pic x(6).
           05 cfg-rule   pic x(16).
           05 cfg-maxlen-text pic x(6).

       01 customer-rows.
           05 customer-row occurs 50 times.
               10 customer-row-key   pic x(50).
               10 customer-row-value pic x(1024).
       77 customer-count pic 9(3).

       77 account-stat  pic xx.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       77 body-length   pic 9(6).
       77 f             pic 9(3).
       77 customer-in   pic x(50).
       77 account-in    pic x(64).
       77 pass-text     pic x(64).
       77 customer-table pic x(30).
       77 address-field pic x(30).
       77 field-value   pic x(256).
       77 field-found   pic 9.
       77 query-status  pic 9.
       77 account-valid pic 9.
       77 address-match pic 9.
       77 at-count      pic 9(3).
       77 bad-count     pic 9(3).
       77 policy-ok     pic 9.
       77 policy-reason pic x(64).
       77 token-issued  pic 9.
       77 salt-seed     pic 9(9).
       77 salt-rand     pic 9(9).
       77 token-seed    pic 9(9).
       77 token-rand    pic 9(9).
       77 today-int     pic 9(8).
       77 current-epoch pic 9(11).
       77 ttl-text      pic x(6).
       77 ttl-seconds   pic 9(6).
       77 mail-from     pic x(128).
       77 mail-to-addr  pic x(128).
       77 mail-subject  pic x(128).
       77 mail-body     pic x(4096).
       77 mail-status   pic 9.
       77 link-base     pic x(128).
       77 out-pointer   pic 9(5).
       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           set response-headers-size to 0.
           set customer-in to spaces.
           set account-in to spaces.
           set pass-text to spaces.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           perform take-one-field
               varying f from 1 by 1
               until f is greater than parse-get-size.

           move function lower-case(account-in) to account-in.

           perform check-account-text.

           set policy-ok to 0.
           set policy-reason to spaces.

           if pass-text is not equal spaces then
               call "password-policy-check"
               using by content pass-text,
               by reference policy-ok,
               by reference policy-reason
           else
               set policy-reason to "a password is required"
           end-if.

           set token-issued to 0.

           if account-valid is equal 1
           and policy-ok is equal 1
           and customer-in is not equal spaces then
               perform check-customer-address

               if address-match is equal 1 then
                   perform store-pending-account
               end-if

               if token-issued is equal 1 then
                   perform mail-verify-link
               end-if
           end-if.

           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Customer portal</h1><p>"
               into string-data
               with pointer out-pointer
           end-string.

           if policy-ok is equal 0 then
               string
                   "Password refused: " function trim(policy-reason)
                   "."
                   into string-data
                   with pointer out-pointer
               end-string
           else
               string
                   "If those details match our records, a link to "
                   "open your account has been mailed to that "
                   "address."
                   into string-data
                   with pointer out-pointer
               end-string
           end-if.

           string
               "</p><p><a href=" X"22" "/portal/login" X"22"
               ">Back</a></p></body></html>" X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       take-one-field.
           evaluate get-name(f)
               when "customer"
                   set customer-in to
                       function trim(get-value(f)(1:10))
               when "account"
                   set account-in to
                       function trim(get-value(f)(1:64))
               when "password"
                   set pass-text to get-value(f)(1:64)
           end-evaluate.

           exit paragraph.

      *    CHECK-ACCOUNT-TEXT -- ONE "@" AND NONE OF THE CHARACTERS
      *    THE SESSION DATA OR A QUERY STRING WOULD MISREAD.
       check-account-text.
           set account-valid to 0.

           if account-in is equal spaces then
               exit paragraph
           end-if.

           set at-count to 0.
           set bad-count to 0.

           inspect account-in tallying at-count for all "@".
           inspect function trim(account-in)
               tallying bad-count for all space
                                  all ";"
                                  all "="
                                  all "&"
                                  all "?".

           if at-count is equal 1
           and bad-count is equal 0
           and account-in(1:1) is not equal "@" then
               set account-valid to 1
           end-if.

           exit paragraph.

      *    CHECK-CUSTOMER-ADDRESS -- THE CUSTOMER ROW'S ADDRESS
      *    MUST BE THE ONE OFFERED.
       check-customer-address.
           set address-match to 0.

           set customer-table to spaces.
           accept customer-table from environment
               "INVOICE_CUSTOMER_TABLE".

           if customer-table is equal spaces then
               set customer-table to "customers"
           end-if.

           set customer-count to 0.

           call "db-query"
           using by content customer-table,
           by content customer-in,
           by reference customer-rows,
           by reference customer-count,
           by reference query-status.

           if customer-count is equal 0 then
               exit paragraph
           end-if.

           perform find-address-field.

           if address-field is equal spaces then
               exit paragraph
           end-if.

           set field-found to 0.

           call "db-get-field"
           using by content customer-table,
           by content address-field,
           by content customer-row-value(1),
           by reference field-value,
           by reference field-found.

           if field-found is equal 1
           and field-value is not equal spaces
           and function lower-case(function trim(field-value))
               is equal function trim(account-in) then
               set address-match to 1
           end-if.

           exit paragraph.

      *    FIND-ADDRESS-FIELD -- THE CUSTOMER TABLE'S FIRST
      *    EMAIL-RULE FIELD, invoice-run'S RULE.
       find-address-field.
           set address-field to spaces.

           open input schema-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-schema-line
               until config-eof is equal 1
               or address-field is not equal spaces.

           close schema-config.

           exit paragraph.

       read-one-schema-line.
           read schema-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.
           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field, cfg-offset-text,
                    cfg-length-text, cfg-rule, cfg-maxlen-text
           end-unstring.

           if cfg-table is equal customer-table
           and cfg-rule is equal "EMAIL" then
               move cfg-field to address-field
           end-if.

           exit paragraph.

      *    STORE-PENDING-ACCOUNT -- A NEW ACCOUNT, OR A PENDING OR
      *    LOCKED ONE STARTED OVER; SALT, HASH AND TOKEN ARE NEW
      *    EITHER WAY.
       store-pending-account.
           open i-o account-file.

           if account-stat is equal "35" then
               open output account-file
               close account-file
               open i-o account-file
           end-if.

           if account-stat is not equal "00" then
               exit paragraph
           end-if.

           move account-in to pu-account.

           read account-file
               key is pu-account
               invalid key
                   move spaces to account-record
                   move account-in to pu-account
                   move function current-date(1:8) to pu-created
                   perform fill-pending-account
                   write account-record
                       invalid key
                           set token-issued to 0
                   end-write
               not invalid key
                   if pu-status is equal "PENDING"
                   or pu-status is equal "LOCKED" then
                       perform fill-pending-account
                       rewrite account-record
                           invalid key
                               set token-issued to 0
                       end-rewrite
                   end-if
           end-read.

           close account-file.

           exit paragraph.

       fill-pending-account.
           move customer-in to pu-customer.
           move "PENDING" to pu-status.
           set pu-fail-count to 0.

           move function current-date(9:6) to salt-seed.
           compute salt-rand =
               function random(salt-seed) * 999999999.

           move spaces to pu-salt.
           string
               function current-date(1:7) delimited by size
               salt-rand delimited by size
               into pu-salt
           end-string.

           call "hash-password"
           using by content pu-salt,
           by content pass-text,
           by reference pu-hash.

           move function current-date(11:6) to token-seed.
           compute token-rand =
               function random(token-seed) * 999999999.

           move spaces to pu-token.
           string
               function current-date(1:17) delimited by size
               token-rand delimited by size
               into pu-token
           end-string.

           set ttl-text to spaces.
           accept ttl-text from environment "PORTAL_VERIFY_TTL".

           if ttl-text is equal spaces then
               set ttl-seconds to 86400
           else
               move function trim(ttl-text) to ttl-seconds
           end-if.

           move function current-date(1:8) to today-int.
           compute current-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           compute pu-token-expiry = current-epoch + ttl-seconds.

           set token-issued to 1.

           exit paragraph.

      *    MAIL-VERIFY-LINK -- THE TOKEN GOES ONLY TO THE ADDRESS
      *    THE CUSTOMER TABLE ALREADY HELD.
       mail-verify-link.
           set mail-from to spaces.
           accept mail-from from environment "PORTAL_MAIL_FROM".

           if mail-from is equal spaces then
               set mail-from to "noreply@localhost"
           end-if.

           set link-base to spaces.
           accept link-base from environment "PORTAL_LINK_BASE".

           move account-in to mail-to-addr.
           set mail-subject to "Your customer portal account".

           set mail-body to spaces.
           string
               "An account on our customer portal was requested "
               "for customer " function trim(pu-customer)
               " at this address." X"0A" X"0A"
               "Open it by following this link:" X"0A"
               function trim(link-base)
               "/portal/verify?account=" function trim(pu-account)
               "&token=" function trim(pu-token) X"0A" X"0A"
               "If you did not ask for this, ignore it." X"0A"
               into mail-body
           end-string.

           set mail-status to 0.

           call "send-mail"
           using by content mail-from,
           by content mail-to-addr,
           by content mail-subject,
           by content mail-body,
           by reference mail-status.

           move "INFO" to log-level.
           move "http-portal-register" to log-source.
           set log-text to spaces.

           if mail-status is equal 1 then
               string
                   "PORTAL ACCOUNT " function trim(pu-account)
                   " PENDING FOR CUSTOMER " function trim(pu-customer)
                   into log-text
               end-string
           else
               move "WARN" to log-level
               string
                   "PORTAL ACCOUNT " function trim(pu-account)
                   " PENDING - VERIFICATION MAIL NOT SENT"
                   into log-text
               end-string
           end-if.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program http-portal-register.

      *****************************************

       identification division.
       program-id. http-portal-verify.

      ************************************************************
      * GET /portal/verify?account=A&token=T -- THE LINK IN THE
      * REGISTRATION MAIL. A PENDING OR LOCKED ACCOUNT WITH THAT
      * TOKEN, INSIDE ITS EXPIRY, BECOMES "ACTIVE" AND THE TOKEN
      * IS BURNED. A WRONG, USED OR STALE LINK ALL FAIL ALIKE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select account-file assign to "portalusers.dat"
           organization is indexed
           access mode is dynamic
           record key is pu-account
           file status is account-stat.

       data division.

       file section.
       fd account-file.
       01 account-record.
           05 pu-account      pic x(64).
           05 pu-customer     pic x(10).
           05 pu-salt         pic x(16).
           05 pu-hash         pic x(40).
           05 pu-status       pic x(8).
           05 pu-token        pic x(32).
           05 pu-token-expiry pic 9(11).
           05 pu-created      pic x(8).
           05 pu-last-login   pic x(8).
           05 pu-fail-count   pic 9(3).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(1024).
           05 string-size pic 9(5).

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       77 account-stat  pic xx.
       77 q             pic 9(3).
       77 account-in    pic x(64).
       77 token-in      pic x(32).
       77 verified      pic 9.
       77 today-int     pic 9(8).
       77 current-epoch pic 9(11).
       77 out-pointer   pic 9(5).
       77 audit-action  pic x(16).
       77 audit-detail  pic x(64).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           set response-headers-size to 0.
           set account-in to spaces.
           set token-in to spaces.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           move function lower-case(account-in) to account-in.

           set verified to 0.

           if account-in is not equal spaces
           and token-in is not equal spaces then
               perform verify-account
           end-if.

           move spaces to string-data.
           set out-pointer to 1.

           if verified is equal 1 then
               set status-code to 200
               set status-text to "OK"

               move "VERIFIED" to audit-action
               move spaces to audit-detail

               call "portal-audit"
               using by content pu-account,
               by content pu-customer,
               by content audit-action,
               by content audit-detail

               string
                   "<html><body><h1>Customer portal</h1>"
                   "<p>Your account is open.</p><p><a href=" X"22"
                   "/portal/login" X"22" ">Sign in</a></p>"
                   "</body></html>" X"0A"
                   into string-data
                   with pointer out-pointer
               end-string
           else
               set status-code to 404
               set status-text to "Not Found"

               string
                   "<html><body><h1>Customer portal</h1>"
                   "<p>That link is not valid or has expired. "
                   "Register again for a new one.</p><p><a href="
                   X"22" "/portal/login" X"22" ">Back</a></p>"
                   "</body></html>" X"0A"
                   into string-data
                   with pointer out-pointer
               end-string
           end-if.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       take-one-field.
           evaluate get-name(q)
               when "account"
                   set account-in to get-value(q)(1:64)
               when "token"
                   set token-in to get-value(q)(1:32)
           end-evaluate.

           exit paragraph.

       verify-account.
           move function current-date(1:8) to today-int.
           compute current-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           open i-o account-file.

           if account-stat is not equal "00" then
               close account-file
               exit paragraph
           end-if.

           move account-in to pu-account.

           read account-file
               key is pu-account
               invalid key
                   close account-file
                   exit paragraph
           end-read.

           if pu-status is not equal "PENDING"
           and pu-status is not equal "LOCKED" then
               close account-file
               exit paragraph
           end-if.

           if pu-token is equal spaces
           or pu-token is not equal token-in
           or current-epoch is greater than pu-token-expiry then
               close account-file
               exit paragraph
           end-if.

           move "ACTIVE" to pu-status.
           move spaces to pu-token.
           set pu-token-expiry to 0.
           set pu-fail-count to 0.

           rewrite account-record
               invalid key
                   close account-file
                   exit paragraph
           end-rewrite.

           set verified to 1.

           close account-file.

           exit paragraph.

       end program http-portal-verify.

      *****************************************

       identification division.
       program-id. http-portal-logout.

      ************************************************************
      * POST /portal/logout -- ENDS THE PORTAL SESSION SERVER-SIDE
      * (session-delete), EXPIRES THE COOKIE AND GOES BACK TO THE
      * SIGN-IN PAGE.
      ************************************************************

       data division.

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 cookie-fields.
           05 cookie-data occurs 16 times.
               10 cookie-name  pic x(32).
               10 cookie-value pic x(256).
           05 cookie-size pic 9(2).

       01 cookie.
           05 set-cookie-name    pic x(32).
           05 set-cookie-value   pic x(160).
           05 set-cookie-expires pic x(29).
           05 set-cookie-path    pic x(32).
           05 set-cookie-days    pic 9(4).

       77 k             pic 9(2).
       77 session-id    pic x(32).
       77 deleted       pic 9.
       77 account-name  pic x(64).
       77 customer-key  pic x(10).
       77 portal-found  pic 9.
       77 audit-action  pic x(16).
       77 audit-detail  pic x(64).
       77 redirect-url  pic x(224).
       77 is-permanent  pic 9 value 0.

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           set response-headers-size to 0.

           call "portal-session"
           using by content request,
           by reference account-name,
           by reference customer-key,
           by reference portal-found.

           initialize cookie-fields.

           call "parseCookie"
           using by reference cookie-fields,
           by content request.

           set session-id to spaces.

           perform find-portal-cookie
               varying k from 1 by 1
               until k is greater than cookie-size.

           if session-id is not equal spaces then
               set deleted to 0

               call "session-delete"
               using by content session-id,
               by reference deleted
           end-if.

           if portal-found is equal 1 then
               move "SIGN-OUT" to audit-action
               move spaces to audit-detail

               call "portal-audit"
               using by content account-name,
               by content customer-key,
               by content audit-action,
               by content audit-detail
           end-if.

           initialize cookie.
           set set-cookie-name to "portal".
           set set-cookie-value to "-".
           set set-cookie-expires to "Thu, 01 Jan 1970 00:00:00 GMT".

           call "setCookie"
           using by reference response-data,
           by reference cookie.

           move "/portal/login" to redirect-url.

           call "sendredirect_http"
           using by content response-data, by content connect,
                 by content redirect-url,
                 by content is-permanent.

           exit program.

       find-portal-cookie.
           if cookie-name(k) is equal "portal" then
               set session-id to cookie-value(k)(1:32)
           end-if.

           exit paragraph.

       end program http-portal-logout.

      *****************************************

       identification division.
       program-id. http-portal-home.

      ************************************************************
      * GET /portal -- THE SIGNED-IN CUSTOMER'S PAGE: THE OPEN
      * BALANCE (EVERY INVOICE'S openbalance FOR THE CUSTOMER,
      * THE FIGURE cash-apply TAKES DOWN), THE LATEST 20
      * INVOICES WITH A DOWNLOAD LINK EACH, AND THE ORDERS
      * db-join FINDS UNDER THE CUSTOMER ROW (ITS 50-ROW LIMIT).
      * NOT SIGNED IN GOES TO /portal/login.
      ************************************************************

       data division.

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(16384).
           05 string-size pic 9(5).

       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count   pic 9(3).
       77 query-status  pic 9.

       01 order-rows.
           05 order-list-row occurs 50 times.
               10 order-row-key   pic x(50).
               10 order-row-value pic x(1024).
       77 order-count   pic 9(3).
       77 parent-row    pic x(1024).
       77 parent-found  pic 9.
       77 join-status   pic 9.

       01 order-row.
           05 oh-customer    pic x(10).
           05 oh-po-number   pic x(22).
           05 oh-po-date     pic x(8).
           05 oh-purpose     pic x(2).
           05 oh-po-type     pic x(2).
           05 oh-currency    pic x(3).
           05 oh-ship-to     pic x(35).
           05 oh-line-count  pic 9(5).
           05 oh-total       pic 9(11)v99.
           05 oh-source      pic x(4).
           05 oh-isa-control pic x(9).
           05 oh-set-control pic x(9).
           05 oh-received    pic x(14).
           05 oh-status      pic x(10).
           05 oh-invoice-number pic x(22).
           05 filler         pic x(856).

       01 invoice-row.
           05 iv-customer       pic x(10).
           05 iv-invoice-number pic x(22).
           05 iv-invoice-date   pic x(8).
           05 iv-po-number      pic x(22).
           05 iv-currency       pic x(3).
           05 iv-total          pic 9(11)v99.
           05 iv-edi-status     pic x(10).
           05 iv-edi-control    pic x(9).
           05 iv-edi-sent       pic x(14).
           05 iv-order-key      pic x(33).
           05 iv-subtotal       pic 9(11)v99.
           05 iv-tax            pic 9(11)v99.
           05 iv-tax-rate       pic 9(3)v9(4).
           05 iv-due-date       pic x(8).
           05 iv-terms-days     pic 9(3).
           05 iv-document       pic x(64).
           05 iv-mail-status    pic x(10).
           05 iv-mail-to        pic x(64).
           05 iv-open-balance   pic x(13).
           05 filler            pic x(685).

      *    THE CUSTOMER'S LATEST INVOICES, OLDEST DROPPED FIRST.
       01 kept-invoices.
           05 kept-invoice occurs 20 times.
               10 ki-number   pic x(22).
               10 ki-date     pic x(8).
               10 ki-due      pic x(8).
               10 ki-currency pic x(3).
               10 ki-total    pic 9(11)v99.
               10 ki-open     pic 9(13).
           05 kept-size pic 9(2).
       77 d             pic 9(2).

       77 account-name  pic x(64).
       77 customer-key  pic x(10).
       77 portal-found  pic 9.
       77 query-key     pic x(50).
       77 blank-key     pic x(50).
       77 resume-key    pic x(50).
       77 scan-done     pic 9.
       77 r             pic 9(3).
       77 customer-table pic x(30).
       77 order-table   pic x(30).
       77 invoice-table pic x(30).
       77 field-name    pic x(30).
       77 field-value   pic x(256).
       77 field-found   pic 9.
       77 customer-name pic x(64).
       77 open-cents    pic 9(13).
       77 open-total    pic 9(15).
       77 open-count    pic 9(5).
       77 money-work    pic 9(13)v99.
       77 money-edit    pic z(12)9.99.
       77 count-edit    pic z(4)9.
       77 date-in       pic x(8).
       77 date-out      pic x(10).
       77 out-pointer   pic 9(5).
       77 redirect-url  pic x(224).
       77 is-permanent  pic 9 value 0.
       77 audit-action  pic x(16).
       77 audit-detail  pic x(64).

       77 attr-source  pic x(256).
       77 attr-text    pic x(512).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           set response-headers-size to 0.

           call "portal-session"
           using by content request,
           by reference account-name,
           by reference customer-key,
           by reference portal-found.

           if portal-found is equal 0 then
               move "/portal/login" to redirect-url

               call "sendredirect_http"
               using by content response-data, by content connect,
                     by content redirect-url,
                     by content is-permanent

               exit program
           end-if.

           perform resolve-tables.

      *    THE ACCOUNT'S OWN CUSTOMER KEY -- NOTHING FROM THE URL.
           move customer-key to query-key.

           perform load-customer-name.
           perform load-invoices.

           set order-count to 0.
           set join-status to 0.

           call "db-join"
           using by content customer-table,
           by content query-key,
           by content order-table,
           by reference parent-row,
           by reference parent-found,
           by reference order-rows,
           by reference order-count,
           by reference join-status.

           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           move customer-name to attr-source.
           perform escape-attribute.

           string
               "<html><body><h1>Customer portal</h1><p>"
               attr-text(1:attr-length) " ("
               function trim(customer-key) ") -- signed in as "
               function trim(account-name) "</p>"
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/portal/logout" X"22" ">"
               "<button>Sign out</button></form>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           compute money-work = open-total / 100.
           move money-work to money-edit.
           move open-count to count-edit.

           string
               "<h2>Open balance</h2><p>"
               function trim(money-edit) " on "
               function trim(count-edit) " open invoice(s)</p>"
               X"0A"
               "<h2>Invoices</h2><table border=" X"22" "1" X"22"
               "><tr><th>Invoice</th><th>Date</th><th>Due</th>"
               "<th>Total</th><th>Open</th></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           perform list-one-invoice
               varying d from kept-size by -1
               until d is less than 1.

           string
               "</table>" X"0A"
               "<h2>Orders</h2>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if join-status is equal 0 then
               string
                   "<p>Orders are not available.</p>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "<table border=" X"22" "1" X"22" "><tr>"
                   "<th>Order</th><th>Purchase order</th>"
                   "<th>Date</th><th>Status</th><th>Total</th>"
                   "</tr>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string

               perform list-one-order
                   varying r from 1 by 1
                   until r is greater than order-count

               string
                   "</table>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "</body></html>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           move "HOME" to audit-action.
           move spaces to audit-detail.

           call "portal-audit"
           using by content account-name,
           by content customer-key,
           by content audit-action,
           by content audit-detail.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

      *    RESOLVE-TABLES -- THE TABLES invoice-run WORKS WITH.
       resolve-tables.
           set customer-table to spaces.
           accept customer-table from environment
               "INVOICE_CUSTOMER_TABLE".
           if customer-table is equal spaces then
               set customer-table to "customers"
           end-if.

           set order-table to spaces.
           accept order-table from environment
               "INVOICE_ORDER_TABLE".
           if order-table is equal spaces then
               set order-table to "orders"
           end-if.

           set invoice-table to spaces.
           accept invoice-table from environment "INVOICE_TABLE".
           if invoice-table is equal spaces then
               set invoice-table to "invoices"
           end-if.

           exit paragraph.

       load-customer-name.
           move customer-key to customer-name.

           set fetch-count to 0.

           call "db-query"
           using by content customer-table,
           by content query-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if fetch-count is equal 0 then
               exit paragraph
           end-if.

           move "name" to field-name.
           set field-found to 0.

           call "db-get-field"
           using by content customer-table,
           by content field-name,
           by content fetch-row-value(1),
           by reference field-value,
           by reference field-found.

           if field-found is equal 1
           and field-value is not equal spaces then
               move field-value to customer-name
           end-if.

           exit paragraph.

      *    LOAD-INVOICES -- THE INVOICE TABLE A PAGE AT A TIME,
      *    THE SAME WALK cash-apply MAKES, KEEPING THIS
      *    CUSTOMER'S ROWS.
       load-invoices.
           initialize kept-invoices.
           set open-total to 0.
           set open-count to 0.

           move spaces to blank-key.
           move spaces to resume-key.
           set scan-done to 0.

           perform scan-invoice-page until scan-done is equal 1.

           exit paragraph.

       scan-invoice-page.
           set fetch-count to 0.

           call "db-query"
           using by content invoice-table,
           by content blank-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status,
           by content resume-key.

           if fetch-count is equal 0 then
               set scan-done to 1
               exit paragraph
           end-if.

           perform take-one-invoice
               varying r from 1 by 1
               until r is greater than fetch-count.

           move fetch-row-key(fetch-count) to resume-key.

           if fetch-count is less than 50 then
               set scan-done to 1
           end-if.

           exit paragraph.

       take-one-invoice.
           move fetch-row-value(r) to invoice-row.

           if iv-customer is not equal customer-key then
               exit paragraph
           end-if.

           set open-cents to 0.

           if iv-open-balance is not equal spaces then
               compute open-cents =
                   function numval(function trim(iv-open-balance))
           end-if.

           if open-cents is greater than 0 then
               add 1 to open-count
               add open-cents to open-total
           end-if.

           if kept-size is equal 20 then
               perform drop-oldest-invoice
                   varying d from 1 by 1
                   until d is equal 20
           else
               add 1 to kept-size
           end-if.

           move iv-invoice-number to ki-number(kept-size).
           move iv-invoice-date to ki-date(kept-size).
           move iv-due-date to ki-due(kept-size).
           move iv-currency to ki-currency(kept-size).
           move iv-total to ki-total(kept-size).
           move open-cents to ki-open(kept-size).

           exit paragraph.

       drop-oldest-invoice.
           move kept-invoice(d + 1) to kept-invoice(d).

           exit paragraph.

       list-one-invoice.
           string
               "<tr><td><a href=" X"22" "/portal/invoice?invoice="
               function trim(ki-number(d)) X"22" ">"
               function trim(ki-number(d)) "</a></td><td>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           move ki-date(d) to date-in.
           perform format-date.

           string
               date-out "</td><td>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           move ki-due(d) to date-in.
           perform format-date.
           move ki-total(d) to money-edit.

           string
               date-out "</td><td>" function trim(ki-currency(d))
               " " function trim(money-edit) "</td><td>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           compute money-work = ki-open(d) / 100.
           move money-work to money-edit.

           string
               function trim(money-edit) "</td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       list-one-order.
           move order-row-value(r) to order-row.

           move oh-po-number to attr-source.
           perform escape-attribute.

           string
               "<tr><td><a href=" X"22" "/portal/order?order="
               function trim(order-row-key(r)) X"22" ">"
               function trim(order-row-key(r)) "</a></td><td>"
               attr-text(1:attr-length) "</td><td>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           move oh-po-date to date-in.
           perform format-date.
           move oh-total to money-edit.

           string
               date-out "</td><td>" function trim(oh-status)
               "</td><td>" function trim(oh-currency) " "
               function trim(money-edit) "</td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    FORMAT-DATE -- YYYYMMDD AS YYYY-MM-DD, BLANK AS BLANK.
       format-date.
           move spaces to date-out.

           if date-in is not equal spaces then
               string
                   date-in(1:4) "-" date-in(5:2) "-" date-in(7:2)
                   into date-out
               end-string
           end-if.

           exit paragraph.

      *    ESCAPE-ATTRIBUTE -- attr-source UP TO ITS LAST NON-SPACE
      *    INTO attr-text WITH " < > & AS HTML ENTITIES;
      *    attr-length MAY BE 0, SO EVERY USE IS attr-text(1:...)
      *    OF A BUFFER THAT IS NEVER SHORTER THAN ONE BYTE.
       escape-attribute.
           move spaces to attr-text.
           set attr-length to 0.
           set source-length to 256.

           perform shorten-source
               until source-length is equal 0
               or attr-source(source-length:1) is not equal space.

           perform escape-one-char
               varying e from 1 by 1
               until e is greater than source-length.

           if attr-length is equal 0 then
               set attr-length to 1
           end-if.

           exit paragraph.

       shorten-source.
           subtract 1 from source-length.

           exit paragraph.

       escape-one-char.
           evaluate attr-source(e:1)
               when X"22"
                   move "&quot;" to attr-text(attr-length + 1:6)
                   add 6 to attr-length
               when "<"
                   move "&lt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when ">"
                   move "&gt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when "&"
                   move "&amp;" to attr-text(attr-length + 1:5)
                   add 5 to attr-length
               when other
                   add 1 to attr-length
                   move attr-source(e:1) to attr-text(attr-length:1)
           end-evaluate.

           exit paragraph.

       end program http-portal-home.

      *****************************************

       identification division.
       program-id. http-portal-order.

      ************************************************************
      * GET /portal/order?order=K -- ONE ORDER AND ITS LINES,
      * THROUGH db-join OVER THE relations.cfg LINK. AN ORDER
      * THAT IS NOT THE SIGNED-IN CUSTOMER'S IS ANSWERED EXACTLY
      * LIKE ONE THAT DOES NOT EXIST, AND THE ATTEMPT IS AUDITED
      * AS "REFUSED".
      ************************************************************

       data division.

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(16384).
           05 string-size pic 9(5).

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 line-rows.
           05 line-list-row occurs 50 times.
               10 line-row-key   pic x(50).
               10 line-row-value pic x(1024).
       77 line-count    pic 9(3).
       77 parent-row    pic x(1024).
       77 parent-found  pic 9.
       77 join-status   pic 9.

       01 order-row.
           05 oh-customer    pic x(10).
           05 oh-po-number   pic x(22).
           05 oh-po-date     pic x(8).
           05 oh-purpose     pic x(2).
           05 oh-po-type     pic x(2).
           05 oh-currency    pic x(3).
           05 oh-ship-to     pic x(35).
           05 oh-line-count  pic 9(5).
           05 oh-total       pic 9(11)v99.
           05 oh-source      pic x(4).
           05 oh-isa-control pic x(9).
           05 oh-set-control pic x(9).
           05 oh-received    pic x(14).
           05 oh-status      pic x(10).
           05 oh-invoice-number pic x(22).
           05 filler         pic x(856).

       01 line-row.
           05 ol-order-key   pic x(33).
           05 ol-line-number pic x(6).
           05 ol-quantity    pic 9(9)v999.
           05 ol-uom         pic x(2).
           05 ol-unit-price  pic 9(9)v9(4).
           05 ol-amount      pic 9(11)v99.
           05 ol-buyer-part  pic x(30).
           05 ol-vendor-part pic x(30).
           05 ol-description pic x(80).
           05 filler         pic x(805).

       77 account-name  pic x(64).
       77 customer-key  pic x(10).
       77 portal-found  pic 9.
       77 q             pic 9(3).
       77 r             pic 9(3).
       77 want-order    pic x(50).
       77 order-table   pic x(30).
       77 line-table    pic x(30).
       77 order-owned   pic 9.
       77 money-edit    pic z(10)9.99.
       77 price-edit    pic z(8)9.9999.
       77 qty-edit      pic z(8)9.999.
       77 out-pointer   pic 9(5).
       77 redirect-url  pic x(224).
       77 is-permanent  pic 9 value 0.
       77 audit-action  pic x(16).
       77 audit-detail  pic x(64).

       77 attr-source  pic x(256).
       77 attr-text    pic x(512).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           set response-headers-size to 0.

           call "portal-session"
           using by content request,
           by reference account-name,
           by reference customer-key,
           by reference portal-found.

           if portal-found is equal 0 then
               move "/portal/login" to redirect-url

               call "sendredirect_http"
               using by content response-data, by content connect,
                     by content redirect-url,
                     by content is-permanent

               exit program
           end-if.

           set want-order to spaces.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set order-table to spaces.
           accept order-table from environment
               "INVOICE_ORDER_TABLE".
           if order-table is equal spaces then
               set order-table to "orders"
           end-if.

           set line-table to spaces.
           accept line-table from environment
               "INVOICE_LINE_TABLE".
           if line-table is equal spaces then
               set line-table to "orderlines"
           end-if.

           set order-owned to 0.
           set line-count to 0.

           if want-order is not equal spaces then
               set parent-found to 0
               set join-status to 0

               call "db-join"
               using by content order-table,
               by content want-order,
               by content line-table,
               by reference parent-row,
               by reference parent-found,
               by reference line-rows,
               by reference line-count,
               by reference join-status

               move parent-row to order-row

               if join-status is equal 1
               and parent-found is equal 1
               and oh-customer is equal customer-key then
                   set order-owned to 1
               end-if
           end-if.

           move want-order to audit-detail.

           move spaces to string-data.
           set out-pointer to 1.

           if order-owned is equal 0 then
               move "REFUSED ORDER" to audit-action

               set status-code to 404
               set status-text to "Not Found"

               string
                   "<html><body><h1>Customer portal</h1>"
                   "<p>No such order.</p><p><a href=" X"22"
                   "/portal" X"22" ">Back</a></p></body></html>"
                   X"0A"
                   into string-data
                   with pointer out-pointer
               end-string
           else
               move "ORDER" to audit-action

               set status-code to 200
               set status-text to "OK"

               perform render-order
           end-if.

           call "portal-audit"
           using by content account-name,
           by content customer-key,
           by content audit-action,
           by content audit-detail.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       take-one-field.
           if get-name(q) is equal "order" then
               set want-order to get-value(q)(1:50)
           end-if.

           exit paragraph.

       render-order.
           move want-order to attr-source.
           perform escape-attribute.

           string
               "<html><body><h1>Order "
               attr-text(1:attr-length) "</h1>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           move oh-po-number to attr-source.
           perform escape-attribute.
           move oh-total to money-edit.

           string
               "<p>Purchase order " attr-text(1:attr-length)
               " of " oh-po-date(1:4) "-" oh-po-date(5:2) "-"
               oh-po-date(7:2) " -- " function trim(oh-status)
               ", total " function trim(oh-currency) " "
               function trim(money-edit)
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if oh-invoice-number is not equal spaces then
               string
                   ", invoice <a href=" X"22"
                   "/portal/invoice?invoice="
                   function trim(oh-invoice-number) X"22" ">"
                   function trim(oh-invoice-number) "</a>"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           move oh-ship-to to attr-source.
           perform escape-attribute.

           string
               ".</p><p>Ship to: " attr-text(1:attr-length)
               "</p>" X"0A"
               "<table border=" X"22" "1" X"22" "><tr>"
               "<th>Line</th><th>Part</th><th>Description</th>"
               "<th>Quantity</th><th>Price</th><th>Amount</th>"
               "</tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           perform list-one-line
               varying r from 1 by 1
               until r is greater than line-count.

           string
               "</table><p><a href=" X"22" "/portal" X"22"
               ">Back</a></p></body></html>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       list-one-line.
           move line-row-value(r) to line-row.

           move ol-buyer-part to attr-source.
           perform escape-attribute.

           string
               "<tr><td>" function trim(ol-line-number)
               "</td><td>" attr-text(1:attr-length) "</td><td>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           move ol-description to attr-source.
           perform escape-attribute.
           move ol-quantity to qty-edit.
           move ol-unit-price to price-edit.
           move ol-amount to money-edit.

           string
               attr-text(1:attr-length) "</td><td>"
               function trim(qty-edit) " " function trim(ol-uom)
               "</td><td>" function trim(price-edit) "</td><td>"
               function trim(money-edit) "</td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    ESCAPE-ATTRIBUTE -- attr-source UP TO ITS LAST NON-SPACE
      *    INTO attr-text WITH " < > & AS HTML ENTITIES;
      *    attr-length MAY BE 0, SO EVERY USE IS attr-text(1:...)
      *    OF A BUFFER THAT IS NEVER SHORTER THAN ONE BYTE.
       escape-attribute.
           move spaces to attr-text.
           set attr-length to 0.
           set source-length to 256.

           perform shorten-source
               until source-length is equal 0
               or attr-source(source-length:1) is not equal space.

           perform escape-one-char
               varying e from 1 by 1
               until e is greater than source-length.

           if attr-length is equal 0 then
               set attr-length to 1
           end-if.

           exit paragraph.

       shorten-source.
           subtract 1 from source-length.

           exit paragraph.

       escape-one-char.
           evaluate attr-source(e:1)
               when X"22"
                   move "&quot;" to attr-text(attr-length + 1:6)
                   add 6 to attr-length
               when "<"
                   move "&lt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when ">"
                   move "&gt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when "&"
                   move "&amp;" to attr-text(attr-length + 1:5)
                   add 5 to attr-length
               when other
                   add 1 to attr-length
                   move attr-source(e:1) to attr-text(attr-length:1)
           end-evaluate.

           exit paragraph.

       end program http-portal-order.

      *****************************************

       identification division.
       program-id. http-portal-invoice.

      ************************************************************
      * GET /portal/invoice?invoice=N -- THE SIGNED-IN CUSTOMER'S
      * OWN INVOICE DOCUMENT. THE ROW IS CHECKED AGAINST THE
      * ACCOUNT'S CUSTOMER, THEN A SIGNED /dl LINK (link-sign,
      * VALID PORTAL_LINK_TTL SECONDS, DEFAULT 3600) IS MINTED
      * AND THE BROWSER REDIRECTED TO IT -- THE PORTAL NEVER
      * SERVES THE FILE ITSELF. ANOTHER CUSTOMER'S INVOICE IS
      * "NOT FOUND" AND AUDITED AS REFUSED.
      ************************************************************

       data division.

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(1024).
           05 string-size pic 9(5).

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count   pic 9(3).
       77 query-status  pic 9.

       01 invoice-row.
           05 iv-customer       pic x(10).
           05 iv-invoice-number pic x(22).
           05 iv-invoice-date   pic x(8).
           05 iv-po-number      pic x(22).
           05 iv-currency       pic x(3).
           05 iv-total          pic 9(11)v99.
           05 iv-edi-status     pic x(10).
           05 iv-edi-control    pic x(9).
           05 iv-edi-sent       pic x(14).
           05 iv-order-key      pic x(33).
           05 iv-subtotal       pic 9(11)v99.
           05 iv-tax            pic 9(11)v99.
           05 iv-tax-rate       pic 9(3)v9(4).
           05 iv-due-date       pic x(8).
           05 iv-terms-days     pic 9(3).
           05 iv-document       pic x(64).
           05 iv-mail-status    pic x(10).
           05 iv-mail-to        pic x(64).
           05 iv-open-balance   pic x(13).
           05 filler            pic x(685).

       77 account-name  pic x(64).
       77 customer-key  pic x(10).
       77 portal-found  pic 9.
       77 q             pic 9(3).
       77 want-invoice  pic x(50).
       77 invoice-table pic x(30).
       77 invoice-owned pic 9.
       77 link-path     pic x(256).
       77 ttl-text      pic x(6).
       77 link-ttl      pic 9(6).
       77 signed-url    pic x(512).
       77 sign-status   pic 9.
       77 out-pointer   pic 9(5).
       77 redirect-url  pic x(224).
       77 is-permanent  pic 9 value 0.
       77 audit-action  pic x(16).
       77 audit-detail  pic x(64).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           set response-headers-size to 0.

           call "portal-session"
           using by content request,
           by reference account-name,
           by reference customer-key,
           by reference portal-found.

           if portal-found is equal 0 then
               move "/portal/login" to redirect-url

               call "sendredirect_http"
               using by content response-data, by content connect,
                     by content redirect-url,
                     by content is-permanent

               exit program
           end-if.

           set want-invoice to spaces.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set invoice-table to spaces.
           accept invoice-table from environment "INVOICE_TABLE".
           if invoice-table is equal spaces then
               set invoice-table to "invoices"
           end-if.

           set invoice-owned to 0.
           set sign-status to 0.

           if want-invoice is not equal spaces then
               perform find-own-invoice
           end-if.

           if invoice-owned is equal 1 then
               perform sign-document
           end-if.

           move want-invoice to audit-detail.

           if sign-status is equal 1 then
               move "INVOICE" to audit-action
           else
               move "REFUSED INVOICE" to audit-action
           end-if.

           call "portal-audit"
           using by content account-name,
           by content customer-key,
           by content audit-action,
           by content audit-detail.

           if sign-status is equal 1 then
               move signed-url to redirect-url

               call "sendredirect_http"
               using by content response-data, by content connect,
                     by content redirect-url,
                     by content is-permanent

               exit program
           end-if.

           set status-code to 404.
           set status-text to "Not Found".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Customer portal</h1>"
               "<p>No such invoice.</p><p><a href=" X"22"
               "/portal" X"22" ">Back</a></p></body></html>"
               X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       take-one-field.
           if get-name(q) is equal "invoice" then
               set want-invoice to get-value(q)(1:50)
           end-if.

           exit paragraph.

      *    FIND-OWN-INVOICE -- THE ROW, ITS CUSTOMER, A DOCUMENT.
       find-own-invoice.
           set fetch-count to 0.

           call "db-query"
           using by content invoice-table,
           by content want-invoice,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if fetch-count is equal 0 then
               exit paragraph
           end-if.

           move fetch-row-value(1) to invoice-row.

           if iv-customer is equal customer-key
           and iv-document is not equal spaces then
               set invoice-owned to 1
           end-if.

           exit paragraph.

       sign-document.
           set ttl-text to spaces.
           accept ttl-text from environment "PORTAL_LINK_TTL".

           if ttl-text is equal spaces then
               set link-ttl to 3600
           else
               move function trim(ttl-text) to link-ttl
           end-if.

           move iv-document to link-path.

           call "link-sign"
           using by content link-path,
           by content link-ttl,
           by reference signed-url,
           by reference sign-status.

           exit paragraph.

       end program http-portal-invoice.

      *****************************************

       identification division.
       program-id. http-maintain-portal.

      ************************************************************
      * GET /maintain/portal[?account=A] -- STAFF VIEW OF THE
      * PORTAL ACCOUNTS (CUSTOMER, STATE, CREATED, LAST SIGN-IN),
      * EACH WITH AN ENABLE OR DISABLE BUTTON, AND FOR THE CHOSEN
      * ACCOUNT THE LATEST 50 LINES OF ITS portalaudit.log TRAIL,
      * NEWEST FIRST. ANY SIGNED-IN STAFF USER.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select account-file assign to "portalusers.dat"
           organization is indexed
           access mode is sequential
           record key is pu-account
           file status is account-stat.

           select audit-file assign to "portalaudit.log"
           organization is line sequential
           file status is audit-stat.

       data division.

       file section.
       fd account-file.
       01 account-record.
           05 pu-account      pic x(64).
           05 pu-customer     pic x(10).
           05 pu-salt         pic x(16).
           05 pu-hash         pic x(40).
           05 pu-status       pic x(8).
           05 pu-token        pic x(32).
           05 pu-token-expiry pic 9(11).
           05 pu-created      pic x(8).
           05 pu-last-login   pic x(8).
           05 pu-fail-count   pic 9(3).

       fd audit-file.
       01 audit-record.
           05 pa-stamp    pic x(29).
           05 filler      pic x.
           05 pa-account  pic x(64).
           05 filler      pic x.
           05 pa-customer pic x(10).
           05 filler      pic x.
           05 pa-action   pic x(16).
           05 filler      pic x.
           05 pa-detail   pic x(64).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(16384).
           05 string-size pic 9(5).

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

      *    THE CHOSEN ACCOUNT'S LATEST TRAIL, OLDEST DROPPED FIRST.
       01 trail-lines.
           05 trail-line occurs 50 times.
               10 tl-stamp  pic x(29).
               10 tl-action pic x(16).
               10 tl-detail pic x(64).
           05 trail-size pic 9(2).
       77 t             pic 9(2).

       77 account-stat  pic xx.
       77 audit-stat    pic xx.
       77 scan-eof      pic 9.
       77 user-ok       pic 9.
       77 q             pic 9(3).
       77 want-account  pic x(64).
       77 shown-count   pic 9(5).
       77 action-word   pic x(8).
       77 button-word   pic x(8).
       77 out-pointer   pic 9(5).

       77 attr-source  pic x(256).
       77 attr-text    pic x(512).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           call "maintain-check-user"
           using by content request,
           by content connect,
           by reference user-ok.

           if user-ok is equal 0 then
               exit program
           end-if.

           set want-account to spaces.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           move function lower-case(want-account) to want-account.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Portal accounts</h1>"
               "<table border=" X"22" "1" X"22" "><tr>"
               "<th>Account</th><th>Customer</th><th>State</th>"
               "<th>Created</th><th>Last sign-in</th><th></th>"
               "</tr>" X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           set shown-count to 0.

           open input account-file.

           if account-stat is equal "00" then
               set scan-eof to 0
               perform list-one-account until scan-eof is equal 1
               close account-file
           end-if.

           string
               "</table>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if shown-count is equal 0 then
               string
                   "<p>No portal accounts yet.</p>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           if want-account is not equal spaces then
               perform show-trail
           end-if.

           string
               "</body></html>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       take-one-field.
           if get-name(q) is equal "account" then
               set want-account to get-value(q)(1:64)
           end-if.

           exit paragraph.

       list-one-account.
           read account-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           add 1 to shown-count.

           if pu-status is equal "DISABLED" then
               move "enable" to action-word
               move "Enable" to button-word
           else
               move "disable" to action-word
               move "Disable" to button-word
           end-if.

           move pu-account to attr-source.
           perform escape-attribute.

           string
               "<tr><td><a href=" X"22" "/maintain/portal?account="
               attr-text(1:attr-length) X"22" ">"
               attr-text(1:attr-length) "</a></td><td>"
               function trim(pu-customer) "</td><td>"
               function trim(pu-status) "</td><td>" pu-created
               "</td><td>" pu-last-login "</td><td>"
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/portalset" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "account" X"22"
               " value=" X"22" attr-text(1:attr-length) X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "action" X"22"
               " value=" X"22" function trim(action-word) X"22" ">"
               "<button>" function trim(button-word)
               "</button></form></td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    SHOW-TRAIL -- THE WHOLE LOG IS READ; THE LAST 50 LINES
      *    FOR THE ACCOUNT ARE KEPT AND SHOWN NEWEST FIRST.
       show-trail.
           initialize trail-lines.

           open input audit-file.

           if audit-stat is equal "00" then
               set scan-eof to 0
               perform keep-one-trail-line until scan-eof is equal 1
               close audit-file
           end-if.

           move want-account to attr-source.
           perform escape-attribute.

           string
               "<h2>Activity of " attr-text(1:attr-length) "</h2>"
               "<table border=" X"22" "1" X"22" "><tr>"
               "<th>When</th><th>What</th><th>Key</th></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           perform list-one-trail-line
               varying t from trail-size by -1
               until t is less than 1.

           string
               "</table>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       keep-one-trail-line.
           read audit-file
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if pa-account is not equal want-account then
               exit paragraph
           end-if.

           if trail-size is equal 50 then
               perform drop-oldest-line
                   varying t from 1 by 1
                   until t is equal 50
           else
               add 1 to trail-size
           end-if.

           move pa-stamp to tl-stamp(trail-size).
           move pa-action to tl-action(trail-size).
           move pa-detail to tl-detail(trail-size).

           exit paragraph.

       drop-oldest-line.
           move trail-line(t + 1) to trail-line(t).

           exit paragraph.

       list-one-trail-line.
           move tl-detail(t) to attr-source.
           perform escape-attribute.

           string
               "<tr><td>" function trim(tl-stamp(t)) "</td><td>"
               function trim(tl-action(t)) "</td><td>"
               attr-text(1:attr-length) "</td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    ESCAPE-ATTRIBUTE -- attr-source UP TO ITS LAST NON-SPACE
      *    INTO attr-text WITH " < > & AS HTML ENTITIES;
      *    attr-length MAY BE 0, SO EVERY USE IS attr-text(1:...)
      *    OF A BUFFER THAT IS NEVER SHORTER THAN ONE BYTE.
       escape-attribute.
           move spaces to attr-text.
           set attr-length to 0.
           set source-length to 256.

           perform shorten-source
               until source-length is equal 0
               or attr-source(source-length:1) is not equal space.

           perform escape-one-char
               varying e from 1 by 1
               until e is greater than source-length.

           if attr-length is equal 0 then
               set attr-length to 1
           end-if.

           exit paragraph.

       shorten-source.
           subtract 1 from source-length.

           exit paragraph.

       escape-one-char.
           evaluate attr-source(e:1)
               when X"22"
                   move "&quot;" to attr-text(attr-length + 1:6)
                   add 6 to attr-length
               when "<"
                   move "&lt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when ">"
                   move "&gt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when "&"
                   move "&amp;" to attr-text(attr-length + 1:5)
                   add 5 to attr-length
               when other
                   add 1 to attr-length
                   move attr-source(e:1) to attr-text(attr-length:1)
           end-evaluate.

           exit paragraph.

       end program http-maintain-portal.

      *****************************************

       identification division.
       program-id. http-maintain-portalset.

      ************************************************************
      * POST /maintain/portalset -- account, action=disable OR
      * enable. DISABLE SHUTS AN ACCOUNT OUT AT ONCE (ITS OPEN
      * SESSIONS STOP RESOLVING IN portal-session); ENABLE MAKES
      * IT ACTIVE AGAIN, WHICH ALSO CLEARS A LOCKOUT. A PENDING
      * ACCOUNT CANNOT BE ENABLED -- ITS MAILBOX WAS NEVER PROVED.
      * EACH CHANGE IS LOGGED WITH THE STAFF USER MAKING IT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select account-file assign to "portalusers.dat"
           organization is indexed
           access mode is dynamic
           record key is pu-account
           file status is account-stat.

       data division.

       file section.
       fd account-file.
       01 account-record.
           05 pu-account      pic x(64).
           05 pu-customer     pic x(10).
           05 pu-salt         pic x(16).
           05 pu-hash         pic x(40).
           05 pu-status       pic x(8).
           05 pu-token        pic x(32).
           05 pu-token-expiry pic 9(11).
           05 pu-created      pic x(8).
           05 pu-last-login   pic x(8).
           05 pu-fail-count   pic 9(3).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(1024).
           05 string-size pic 9(5).

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       77 account-stat  pic xx.
       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 body-length   pic 9(6).
       77 f             pic 9(3).
       77 want-account  pic x(64).
       77 want-action   pic x(16).
       77 outcome-text  pic x(64).
       77 out-pointer   pic 9(5).

       77 log-level  pic x(5).
       77 log-source pic x(32).
       77 log-text   pic x(256).

       77 attr-source  pic x(256).
       77 attr-text    pic x(512).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           call "maintain-check-user"
           using by content request,
           by content connect,
           by reference user-ok.

           if user-ok is equal 0 then
               exit program
           end-if.

           set user-name to spaces.
           set user-role to spaces.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set want-account to spaces.
           set want-action to spaces.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           perform take-one-field
               varying f from 1 by 1
               until f is greater than parse-get-size.

           move function lower-case(want-account) to want-account.

           set outcome-text to "no such account".

           if want-account is not equal spaces then
               perform change-account
           end-if.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move want-account to attr-source.
           perform escape-attribute.

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Portal accounts</h1><p>"
               attr-text(1:attr-length) ": "
               function trim(outcome-text)
               "</p><p><a href=" X"22" "/maintain/portal" X"22"
               ">Back to portal accounts</a></p></body></html>"
               X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       take-one-field.
           evaluate get-name(f)
               when "account"
                   set want-account to get-value(f)(1:64)
               when "action"
                   set want-action to get-value(f)(1:16)
           end-evaluate.

           exit paragraph.

       change-account.
           open i-o account-file.

           if account-stat is not equal "00" then
               close account-file
               exit paragraph
           end-if.

           move want-account to pu-account.

           read account-file
               key is pu-account
               invalid key
                   close account-file
                   exit paragraph
           end-read.

           evaluate true
               when want-action is equal "disable"
                   move "DISABLED" to pu-status
                   set outcome-text to "disabled"
               when want-action is equal "enable"
               and pu-status is equal "PENDING"
                   set outcome-text to
                       "still pending - not verified yet"
                   close account-file
                   exit paragraph
               when want-action is equal "enable"
                   move "ACTIVE" to pu-status
                   set pu-fail-count to 0
                   set outcome-text to "enabled"
               when other
                   set outcome-text to "no action chosen"
                   close account-file
                   exit paragraph
           end-evaluate.

           rewrite account-record
               invalid key
                   set outcome-text to "not changed"
                   close account-file
                   exit paragraph
           end-rewrite.

           close account-file.

           move "INFO" to log-level.
           move "http-maintain-portalset" to log-source.
           set log-text to spaces.
           string
               "PORTAL ACCOUNT " function trim(want-account) " "
               function trim(outcome-text) " BY "
               function trim(user-name)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    ESCAPE-ATTRIBUTE -- attr-source UP TO ITS LAST NON-SPACE
      *    INTO attr-text WITH " < > & AS HTML ENTITIES;
      *    attr-length MAY BE 0, SO EVERY USE IS attr-text(1:...)
      *    OF A BUFFER THAT IS NEVER SHORTER THAN ONE BYTE.
       escape-attribute.
           move spaces to attr-text.
           set attr-length to 0.
           set source-length to 256.

           perform shorten-source
               until source-length is equal 0
               or attr-source(source-length:1) is not equal space.

           perform escape-one-char
               varying e from 1 by 1
               until e is greater than source-length.

           if attr-length is equal 0 then
               set attr-length to 1
           end-if.

           exit paragraph.

       shorten-source.
           subtract 1 from source-length.

           exit paragraph.

       escape-one-char.
           evaluate attr-source(e:1)
               when X"22"
                   move "&quot;" to attr-text(attr-length + 1:6)
                   add 6 to attr-length
               when "<"
                   move "&lt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when ">"
                   move "&gt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when "&"
                   move "&amp;" to attr-text(attr-length + 1:5)
                   add 5 to attr-length
               when other
                   add 1 to attr-length
                   move attr-source(e:1) to attr-text(attr-length:1)
           end-evaluate.

           exit paragraph.

       end program http-maintain-portalset.
