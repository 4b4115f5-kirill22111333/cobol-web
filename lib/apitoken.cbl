       identification division.
       program-id. apiclient-register.

      ************************************************************
      * SCOPED, EXPIRING BEARER TOKENS FOR API CLIENTS -- AN
      * apikeys.dat KEY NEVER EXPIRES, OPENS EVERY ROUTE AND
      * TRAVELS ON EVERY CALL, SO ONE LEAKED INTEGRATION KEY
      * OPENS EVERY crud TABLE. A REGISTERED CLIENT INSTEAD TRADES
      * ITS CLIENT ID AND SECRET AT POST /oauth/token FOR A
      * SHORT-LIVED BEARER TOKEN CARRYING ONLY THE SCOPES
      * ("read:orders write:customers") IT WAS GRANTED, AND
      * bearer-guard-middleware CHECKS THE TOKEN'S EXPIRY AND THE
      * SCOPE routescopes.cfg SAYS EACH ROUTE NEEDS.
      *
      * THIS PROGRAM REGISTERS A CLIENT IN "apiclients.dat": ITS
      * ACCOUNT, ITS GRANTED SCOPES (SPACE-SEPARATED, AS THEY TRAVEL
      * IN THE TOKEN EXCHANGE) AND ITS TOKEN LIFETIME IN SECONDS
      * (ZERO TAKES API_TOKEN_TTL, DEFAULT 3600). THE SECRET IS
      * MINTED HERE THE WAY apikey-issue MINTS A KEY AND IS HANDED
      * BACK ONCE; ONLY ITS SALTED hash-password DIGEST IS KEPT,
      * THE SAME AS A STAFF PASSWORD. AN ID ALREADY ON FILE IS
      * REFUSED -- A CLIENT'S SECRET IS NEVER SILENTLY REPLACED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select client-file assign to "apiclients.dat"
           organization is indexed
           access mode is dynamic
           record key is cl-id
           file status is client-stat.

       data division.

       file section.
       fd client-file.
       01 client-record.
           05 cl-id          pic x(32).
           05 cl-account     pic x(64).
           05 cl-salt        pic x(16).
           05 cl-hash        pic x(40).
           05 cl-scopes      pic x(256).
           05 cl-active      pic x(1).
           05 cl-generation  pic 9(5).
           05 cl-created     pic x(8).
           05 cl-token-ttl   pic 9(5).
           05 cl-last-issued pic x(29).
           05 filler         pic x(64).

       working-storage section.
       77 client-stat   pic xx.
       77 secret-seed   pic 9(9).
       77 secret-rand   pic 9(9).
       77 secret-rand2  pic 9(9).
       77 salt-rand     pic 9(9).
       77 new-salt      pic x(16).
       77 new-hash      pic x(40).

       linkage section.
       01 client-id     pic x(32).
       01 account-name  pic x(64).
       01 granted-scopes pic x(256).
       01 token-ttl     pic 9(5).
       01 client-secret pic x(64).
       01 status-func   pic 9.

       procedure division using client-id, account-name,
                           granted-scopes, token-ttl,
                           client-secret, status-func.

           set status-func to 0.
           set client-secret to spaces.

           if client-id is equal spaces
           or account-name is equal spaces then
               exit program
           end-if.

           move function current-date(9:6) to secret-seed.
           compute secret-rand =
               function random(secret-seed) * 999999999.
           compute secret-rand2 = function random * 999999999.
           compute salt-rand = function random * 999999999.

           string
               "CS" delimited by size
               function current-date(1:16) delimited by size
               secret-rand delimited by size
               secret-rand2 delimited by size
               into client-secret
           end-string.

           set new-salt to spaces.
           string
               function current-date(1:7) delimited by size
               salt-rand delimited by size
               into new-salt
           end-string.

           call "hash-password"
           using by content new-salt,
           by content client-secret,
           by reference new-hash.

           open i-o client-file.

           if client-stat is equal "35" then
               open output client-file
               close client-file
               open i-o client-file
           end-if.

           if client-stat is not equal "00" then
               set client-secret to spaces
               exit program
           end-if.

           initialize client-record.
           move client-id to cl-id.
           move account-name to cl-account.
           move new-salt to cl-salt.
           move new-hash to cl-hash.
           move granted-scopes to cl-scopes.
           move "1" to cl-active.
           move 1 to cl-generation.
           move function current-date(1:8) to cl-created.
           move token-ttl to cl-token-ttl.

           write client-record
               invalid key
                   set client-secret to spaces
               not invalid key
                   set status-func to 1
           end-write.

           close client-file.

           exit program.

       end program apiclient-register.

      *****************************************

       identification division.
       program-id. apiclient-revoke.

      ************************************************************
      * REVOKES A CLIENT AND EVERY TOKEN IT HOLDS IN ONE STROKE --
      * THE CLIENT RECORD IS DISABLED AND ITS GENERATION BUMPED
      * (apitoken-check REFUSES ANY TOKEN MINTED UNDER AN OLDER
      * GENERATION, SO EVEN A TOKEN MISSED BELOW IS DEAD FROM THE
      * NEXT CALL ON, AND RE-ENABLING THE CLIENT LATER REVIVES
      * NONE OF THEM), AND ITS TOKENS ARE DELETED FROM
      * "apitokens.dat". LIKE apikey-revoke THE CLIENT RECORD
      * STAYS ON FILE FOR THE HISTORY. tokens-removed COMES BACK
      * WITH HOW MANY TOKENS WENT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select client-file assign to "apiclients.dat"
           organization is indexed
           access mode is dynamic
           record key is cl-id
           file status is client-stat.

           select token-file assign to "apitokens.dat"
           organization is indexed
           access mode is dynamic
           record key is tk-value
           file status is token-stat.

       data division.

       file section.
       fd client-file.
       01 client-record.
           05 cl-id          pic x(32).
           05 cl-account     pic x(64).
           05 cl-salt        pic x(16).
           05 cl-hash        pic x(40).
           05 cl-scopes      pic x(256).
           05 cl-active      pic x(1).
           05 cl-generation  pic 9(5).
           05 cl-created     pic x(8).
           05 cl-token-ttl   pic 9(5).
           05 cl-last-issued pic x(29).
           05 filler         pic x(64).

       fd token-file.
       01 token-record.
           05 tk-value       pic x(64).
           05 tk-client      pic x(32).
           05 tk-account     pic x(64).
           05 tk-scopes      pic x(256).
           05 tk-expires     pic 9(11).
           05 tk-generation  pic 9(5).
           05 tk-issued      pic x(29).
           05 filler         pic x(39).

       working-storage section.
       77 client-stat  pic xx.
       77 token-stat   pic xx.
       77 scan-eof     pic 9.
       77 log-level    pic x(5).
       77 log-source   pic x(32).
       77 log-text     pic x(256).
       77 removed-edit pic z(6)9.

       linkage section.
       01 client-id      pic x(32).
       01 status-func    pic 9.
       01 tokens-removed pic 9(7).

       procedure division using client-id, status-func,
                           tokens-removed.

           set status-func to 0.
           set tokens-removed to 0.

           open i-o client-file.

           if client-stat is not equal "00" then
               exit program
           end-if.

           move client-id to cl-id.

           read client-file
               key is cl-id
               invalid key
                   continue
               not invalid key
                   move "0" to cl-active
                   if cl-generation is equal 99999 then
                       move 1 to cl-generation
                   else
                       add 1 to cl-generation
                   end-if
                   rewrite client-record
                       invalid key
                           continue
                       not invalid key
                           set status-func to 1
                   end-rewrite
           end-read.

           close client-file.

           if status-func is equal 0 then
               exit program
           end-if.

           open i-o token-file.

           if token-stat is equal "00" then
               set scan-eof to 0
               perform drop-one-token until scan-eof is equal 1
               close token-file
           end-if.

           move "WARN" to log-level.
           move "apiclient-revoke" to log-source.
           move tokens-removed to removed-edit.
           set log-text to spaces.
           string
               "API CLIENT " function trim(client-id)
               " REVOKED, " function trim(removed-edit)
               " TOKEN(S) REMOVED"
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit program.

       drop-one-token.
           read token-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if tk-client is not equal client-id then
               exit paragraph
           end-if.

           delete token-file record
               invalid key
                   continue
               not invalid key
                   add 1 to tokens-removed
           end-delete.

           exit paragraph.

       end program apiclient-revoke.

      *****************************************

       identification division.
       program-id. apiclient-admin.

      ************************************************************
      * BATCH FRONT END FOR THE API CLIENT REGISTER, RUN BY THE
      * OPERATOR WHO ONBOARDS OR CUTS OFF A PARTNER. SETTINGS, THE
      * SAME ACCEPT-FROM-ENVIRONMENT CONVENTION AS THE EXTRACTS:
      *
      *     CLIENT_ACTION    REGISTER, REVOKE OR PURGE
      *     CLIENT_ID        THE CLIENT (REGISTER, REVOKE)
      *     CLIENT_ACCOUNT   THE BILLING ACCOUNT (REGISTER)
      *     CLIENT_SCOPES    SPACE-SEPARATED GRANTED SCOPES
      *                      (REGISTER), "read:orders write:orders"
      *     CLIENT_TOKEN_TTL TOKEN LIFETIME IN SECONDS (REGISTER,
      *                      OPTIONAL)
      *
      * REGISTER DISPLAYS THE NEW SECRET -- THE ONLY TIME IT IS
      * EVER SHOWN. REVOKE KILLS THE CLIENT AND ALL ITS TOKENS.
      * PURGE DELETES EVERY EXPIRED TOKEN FROM apitokens.dat
      * (THEY ARE ALREADY REFUSED; THIS JUST KEEPS THE FILE
      * SMALL), SUITABLE FOR THE NIGHTLY SCHEDULE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select token-file assign to "apitokens.dat"
           organization is indexed
           access mode is dynamic
           record key is tk-value
           file status is token-stat.

       data division.

       file section.
       fd token-file.
       01 token-record.
           05 tk-value       pic x(64).
           05 tk-client      pic x(32).
           05 tk-account     pic x(64).
           05 tk-scopes      pic x(256).
           05 tk-expires     pic 9(11).
           05 tk-generation  pic 9(5).
           05 tk-issued      pic x(29).
           05 filler         pic x(39).

       working-storage section.
       77 token-stat     pic xx.
       77 scan-eof       pic 9.
       77 client-action  pic x(16).
       77 client-id      pic x(32).
       77 account-name   pic x(64).
       77 granted-scopes pic x(256).
       77 ttl-text       pic x(5).
       77 token-ttl      pic 9(5).
       77 client-secret  pic x(64).
       77 status-func    pic 9.
       77 tokens-removed pic 9(7).
       77 count-edit     pic z(6)9.
       77 today-int      pic 9(8).
       77 current-epoch  pic 9(11).

       procedure division.

           set client-action to spaces.
           set client-id to spaces.
           set account-name to spaces.
           set granted-scopes to spaces.
           set ttl-text to spaces.

           accept client-action from environment "CLIENT_ACTION".
           accept client-id from environment "CLIENT_ID".
           accept account-name from environment "CLIENT_ACCOUNT".
           accept granted-scopes from environment "CLIENT_SCOPES".
           accept ttl-text from environment "CLIENT_TOKEN_TTL".

           evaluate client-action
               when "REGISTER"
                   perform register-client
               when "REVOKE"
                   perform revoke-client
               when "PURGE"
                   perform purge-expired
               when other
                   display "CLIENT_ACTION MUST BE REGISTER, REVOKE "
                       "OR PURGE"
                   move 8 to return-code
           end-evaluate.

           goback.

       register-client.
           if client-id is equal spaces
           or account-name is equal spaces
           or granted-scopes is equal spaces then
               display "CLIENT_ID, CLIENT_ACCOUNT AND CLIENT_SCOPES "
                   "ARE REQUIRED"
               move 8 to return-code
               exit paragraph
           end-if.

           set token-ttl to 0.
           if ttl-text is not equal spaces then
               move function trim(ttl-text) to token-ttl
           end-if.

           set status-func to 0.

           call "apiclient-register"
           using by content client-id,
           by content account-name,
           by content granted-scopes,
           by content token-ttl,
           by reference client-secret,
           by reference status-func.

           if status-func is equal 0 then
               display "CLIENT " function trim(client-id)
                   " NOT REGISTERED - ALREADY ON FILE, OR "
                   "apiclients.dat UNAVAILABLE"
               move 8 to return-code
               exit paragraph
           end-if.

           display "CLIENT " function trim(client-id)
               " REGISTERED FOR " function trim(account-name).
           display "SCOPES " function trim(granted-scopes).
           display "SECRET " function trim(client-secret).
           display "THE SECRET IS NOT STORED - HAND IT OVER NOW".

           exit paragraph.

       revoke-client.
           if client-id is equal spaces then
               display "CLIENT_ID IS REQUIRED"
               move 8 to return-code
               exit paragraph
           end-if.

           set status-func to 0.

           call "apiclient-revoke"
           using by content client-id,
           by reference status-func,
           by reference tokens-removed.

           if status-func is equal 0 then
               display "NO CLIENT " function trim(client-id)
               move 8 to return-code
               exit paragraph
           end-if.

           move tokens-removed to count-edit.
           display "CLIENT " function trim(client-id)
               " REVOKED, " function trim(count-edit)
               " TOKEN(S) REMOVED".

           exit paragraph.

       purge-expired.
           move function current-date(1:8) to today-int.
           compute current-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           set tokens-removed to 0.

           open i-o token-file.

           if token-stat is equal "00" then
               set scan-eof to 0
               perform purge-one-token until scan-eof is equal 1
               close token-file
           end-if.

           move tokens-removed to count-edit.
           display function trim(count-edit)
               " EXPIRED TOKEN(S) PURGED".

           exit paragraph.

       purge-one-token.
           read token-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if tk-expires is greater than current-epoch then
               exit paragraph
           end-if.

           delete token-file record
               invalid key
                   continue
               not invalid key
                   add 1 to tokens-removed
           end-delete.

           exit paragraph.

       end program apiclient-admin.

      *****************************************

       identification division.
       program-id. scope-granted.

      ************************************************************
      * IS ONE SCOPE IN A SPACE-SEPARATED SCOPE LIST? WHOLE WORDS
      * ONLY -- "read:order" IS NOT GRANTED BY "read:orders".
      * granted 1 WHEN IT IS.
      ************************************************************

       data division.

       working-storage section.
       77 padded-list  pic x(260).
       77 padded-scope pic x(68).
       77 scope-length pic 9(3).
       77 scope-hits   pic 9(3).

       linkage section.
       01 scope-list   pic x(256).
       01 wanted-scope pic x(64).
       01 granted      pic 9.

       procedure division using scope-list, wanted-scope, granted.

           set granted to 0.

           if wanted-scope is equal spaces
           or scope-list is equal spaces then
               exit program
           end-if.

           move spaces to padded-list.
           string
               " " scope-list " "
               delimited by size
               into padded-list
           end-string.

           move spaces to padded-scope.
           string
               " " function trim(wanted-scope) " "
               delimited by size
               into padded-scope
           end-string.

           set scope-length to
               function length(function trim(wanted-scope)).
           add 2 to scope-length.

           set scope-hits to 0.
           inspect padded-list tallying scope-hits
               for all padded-scope(1:scope-length).

           if scope-hits is greater than 0 then
               set granted to 1
           end-if.

           exit program.

       end program scope-granted.

      *****************************************

       identification division.
       program-id. apitoken_http.

      ************************************************************
      * REGISTERS THE TOKEN ENDPOINT IN ONE CALL, THE SAME SHAPE
      * AS jobs_http/signedlink_http:
      *
      *     call "apitoken_http" using http-tbl
      *
      * REGISTERS POST /oauth/token -- http-token-issue. THE
      * ENDPOINT MUST STAY OFF routescopes.cfg; A CLIENT CANNOT
      * SHOW A TOKEN TO GET ITS FIRST TOKEN.
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
           set route-path to "/oauth/token".
           set route-method to "POST".
           set route-handle to entry "http-token-issue".

           call "handle_http"
           using by reference http-tbl,
           by content route-path,
           by content route-method,
           by content route-handle,
           by content route-type.

           exit program.

       end program apitoken_http.

      *****************************************

       identification division.
       program-id. http-token-issue.

      ************************************************************
      * POST /oauth/token -- THE CLIENT-CREDENTIALS EXCHANGE. THE
      * BODY (URLENCODED, OR JSON) CARRIES grant_type
      * "client_credentials", client_id, client_secret AND
      * OPTIONALLY scope -- A SPACE-SEPARATED SUBSET OF THE
      * CLIENT'S GRANTED SCOPES (BLANK ASKS FOR ALL OF THEM). A
      * GOOD EXCHANGE MINTS A TOKEN INTO "apitokens.dat" AND
      * ANSWERS
      *
      *     {"access_token":"..","token_type":"Bearer",
      *      "expires_in":3600,"scope":".."}
      *
      * WITH Cache-Control: no-store. REFUSALS USE THE USUAL
      * TOKEN-ENDPOINT ERROR CODES: 400 unsupported_grant_type /
      * invalid_request / invalid_scope, 401 invalid_client
      * (UNKNOWN, REVOKED OR WRONG SECRET -- THE CALLER IS NOT
      * TOLD WHICH). EVERY ISSUE AND EVERY REFUSAL IS LOGGED;
      * log-message STAMPS THE REQUEST ID ON EACH LINE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select client-file assign to "apiclients.dat"
           organization is indexed
           access mode is dynamic
           record key is cl-id
           file status is client-stat.

           select token-file assign to "apitokens.dat"
           organization is indexed
           access mode is dynamic
           record key is tk-value
           file status is token-stat.

       data division.

       file section.
       fd client-file.
       01 client-record.
           05 cl-id          pic x(32).
           05 cl-account     pic x(64).
           05 cl-salt        pic x(16).
           05 cl-hash        pic x(40).
           05 cl-scopes      pic x(256).
           05 cl-active      pic x(1).
           05 cl-generation  pic 9(5).
           05 cl-created     pic x(8).
           05 cl-token-ttl   pic 9(5).
           05 cl-last-issued pic x(29).
           05 filler         pic x(64).

       fd token-file.
       01 token-record.
           05 tk-value       pic x(64).
           05 tk-client      pic x(32).
           05 tk-account     pic x(64).
           05 tk-scopes      pic x(256).
           05 tk-expires     pic 9(11).
           05 tk-generation  pic 9(5).
           05 tk-issued      pic x(29).
           05 filler         pic x(39).

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

       77 client-stat   pic xx.
       77 token-stat    pic xx.
       77 body-length   pic 9(6).
       77 q             pic 9(3).
       77 grant-type    pic x(32).
       77 offered-id    pic x(32).
       77 offered-secret pic x(64).
       77 asked-scopes  pic x(256).
       77 offered-hash  pic x(40).
       77 client-good   pic 9.
       77 refusal-code  pic x(32).
       77 refusal-reason pic x(64).
       77 issue-scopes  pic x(256).
       77 issue-pointer pic 9(3).
       77 token-ttl     pic 9(5).
       77 ttl-text      pic x(5).
       77 ttl-edit      pic z(4)9.
       77 token-value   pic x(64).
       77 token-seed    pic 9(9).
       77 token-rand    pic 9(9).
       77 token-rand2   pic 9(9).
       77 today-int     pic 9(8).
       77 current-epoch pic 9(11).
       77 stamp-days    pic 9(4) value 0.
       77 issue-stamp   pic x(29).
       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

      *    THE ASKED-FOR SCOPES, ONE BY ONE.
       01 asked-parts.
           05 asked-part occurs 16 times pic x(64).
       77 a             pic 9(2).
       77 scope-ok      pic 9.
       77 all-granted   pic 9.

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

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           if function trim(request-body)(1:1) is equal "{" then
               call "parse-json"
               using by reference form-fields,
               by content request-body,
               by content body-length
           else
               call "parse-form"
               using by reference form-fields,
               by content request-body,
               by content body-length
           end-if.

           set grant-type to spaces.
           set offered-id to spaces.
           set offered-secret to spaces.
           set asked-scopes to spaces.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           if grant-type is not equal "client_credentials" then
               set refusal-code to "unsupported_grant_type"
               set refusal-reason to "grant type not supported"
               perform refuse-request
               exit program
           end-if.

           if offered-id is equal spaces
           or offered-secret is equal spaces then
               set refusal-code to "invalid_request"
               set refusal-reason to "client id or secret missing"
               perform refuse-request
               exit program
           end-if.

           open i-o client-file.

           if client-stat is not equal "00" then
               set refusal-code to "invalid_client"
               set refusal-reason to "no client register"
               perform refuse-request
               exit program
           end-if.

           perform judge-client.

           if client-good is equal 0 then
               close client-file
               set refusal-code to "invalid_client"
               perform refuse-request
               exit program
           end-if.

           perform settle-scopes.

           if all-granted is equal 0 then
               close client-file
               set refusal-code to "invalid_scope"
               set refusal-reason to "scope not granted"
               perform refuse-request
               exit program
           end-if.

           perform mint-token.

           if token-value is equal spaces then
               close client-file
               set refusal-code to "server_error"
               set refusal-reason to "token could not be stored"
               perform refuse-request
               exit program
           end-if.

           move issue-stamp to cl-last-issued.
           rewrite client-record
               invalid key
                   continue
           end-rewrite.

           close client-file.

           move token-ttl to ttl-edit.

           move "INFO" to log-level.
           move "http-token-issue" to log-source.
           set log-text to spaces.
           string
               "TOKEN ISSUED TO CLIENT " function trim(offered-id)
               " (" function trim(cl-account) ") FOR "
               function trim(ttl-edit) "S, SCOPES "
               function trim(issue-scopes)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           set status-code to 200.
           set status-text to "OK".
           set response-headers-size to 2.
           set response-headers(1) to
               "Content-type: application/json".
           set response-headers(2) to "Cache-Control: no-store".

           move spaces to string-data.
           set string-size to 1.

           string
               "{" X"22" "access_token" X"22" ":" X"22"
               function trim(token-value) X"22"
               "," X"22" "token_type" X"22" ":" X"22" "Bearer" X"22"
               "," X"22" "expires_in" X"22" ":"
               function trim(ttl-edit)
               "," X"22" "scope" X"22" ":" X"22"
               function trim(issue-scopes) X"22" "}"
               into string-data
               with pointer string-size
           end-string.

           perform send-answer.

           exit program.

       take-one-field.
           evaluate get-name(q)
               when "grant_type"
                   move get-value(q)(1:32) to grant-type
               when "client_id"
                   move get-value(q)(1:32) to offered-id
               when "client_secret"
                   move get-value(q)(1:64) to offered-secret
               when "scope"
                   move get-value(q)(1:256) to asked-scopes
           end-evaluate.

           exit paragraph.

      *    JUDGE-CLIENT -- ON FILE, ACTIVE, AND THE SECRET HASHES
      *    TO THE STORED DIGEST. THE REASON IS FOR THE LOG ONLY.
       judge-client.
           set client-good to 0.
           move offered-id to cl-id.

           read client-file
               key is cl-id
               invalid key
                   set refusal-reason to "unknown client"
                   exit paragraph
           end-read.

           if cl-active is not equal "1" then
               set refusal-reason to "client revoked"
               exit paragraph
           end-if.

           call "hash-password"
           using by content cl-salt,
           by content offered-secret,
           by reference offered-hash.

           if offered-hash is not equal cl-hash then
               set refusal-reason to "wrong client secret"
               exit paragraph
           end-if.

           set client-good to 1.

           exit paragraph.

      *    SETTLE-SCOPES -- THE TOKEN'S SCOPES: ALL THE CLIENT WAS
      *    GRANTED WHEN NONE ARE ASKED FOR, OTHERWISE EXACTLY THE
      *    ONES ASKED FOR, EACH OF WHICH MUST BE GRANTED.
       settle-scopes.
           set all-granted to 1.

           if asked-scopes is equal spaces then
               move cl-scopes to issue-scopes
               exit paragraph
           end-if.

           initialize asked-parts.

           unstring asked-scopes delimited by all X"20"
               into asked-part(1), asked-part(2), asked-part(3),
                    asked-part(4), asked-part(5), asked-part(6),
                    asked-part(7), asked-part(8), asked-part(9),
                    asked-part(10), asked-part(11), asked-part(12),
                    asked-part(13), asked-part(14), asked-part(15),
                    asked-part(16)
           end-unstring.

           move spaces to issue-scopes.
           set issue-pointer to 1.

           perform settle-one-scope
               varying a from 1 by 1
               until a is greater than 16
               or all-granted is equal 0.

           exit paragraph.

       settle-one-scope.
           if asked-part(a) is equal spaces then
               exit paragraph
           end-if.

           set scope-ok to 0.

           call "scope-granted"
           using by content cl-scopes,
           by content asked-part(a),
           by reference scope-ok.

           if scope-ok is equal 0 then
               set all-granted to 0
               exit paragraph
           end-if.

           if issue-pointer is greater than 1 then
               string
                   " "
                   into issue-scopes
                   with pointer issue-pointer
               end-string
           end-if.

           string
               function trim(asked-part(a))
               into issue-scopes
               with pointer issue-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    MINT-TOKEN -- THE SAME CURRENT-DATE-PLUS-RANDOM RECIPE
      *    apikey-issue USES, WITH A SECOND DRAW; token-value STAYS
      *    BLANK WHEN THE TOKEN COULD NOT BE STORED.
       mint-token.
           set token-value to spaces.

           if cl-token-ttl is greater than 0 then
               move cl-token-ttl to token-ttl
           else
               set ttl-text to spaces
               accept ttl-text from environment "API_TOKEN_TTL"
               if ttl-text is equal spaces then
                   set token-ttl to 3600
               else
                   move function trim(ttl-text) to token-ttl
               end-if
           end-if.

           move function current-date(9:6) to token-seed.
           compute token-rand =
               function random(token-seed) * 999999999.
           compute token-rand2 = function random * 999999999.

           move function current-date(1:8) to today-int.
           compute current-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           call "date-utc"
           using by reference issue-stamp,
           by content stamp-days.

           open i-o token-file.

           if token-stat is equal "35" then
               open output token-file
               close token-file
               open i-o token-file
           end-if.

           if token-stat is not equal "00" then
               exit paragraph
           end-if.

           initialize token-record.
           string
               "BT" delimited by size
               function current-date(1:16) delimited by size
               token-rand delimited by size
               token-rand2 delimited by size
               function trim(offered-id) delimited by size
               into tk-value
               on overflow
                   continue
           end-string.
           move offered-id to tk-client.
           move cl-account to tk-account.
           move issue-scopes to tk-scopes.
           compute tk-expires = current-epoch + token-ttl.
           move cl-generation to tk-generation.
           move issue-stamp to tk-issued.

           write token-record
               invalid key
                   continue
               not invalid key
                   move tk-value to token-value
           end-write.

           close token-file.

           exit paragraph.

      *    REFUSE-REQUEST -- THE ERROR ANSWER AND ITS LOG LINE.
       refuse-request.
           move "WARN" to log-level.
           move "http-token-issue" to log-source.
           set log-text to spaces.
           string
               "TOKEN REFUSED FOR CLIENT " function trim(offered-id)
               ": " function trim(refusal-code) " - "
               function trim(refusal-reason)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           evaluate refusal-code
               when "invalid_client"
                   set status-code to 401
                   set status-text to "Unauthorized"
               when "server_error"
                   set status-code to 500
                   set status-text to "Internal Server Error"
               when other
                   set status-code to 400
                   set status-text to "Bad Request"
           end-evaluate.

           set response-headers-size to 2.
           set response-headers(1) to
               "Content-type: application/json".
           set response-headers(2) to "Cache-Control: no-store".

           move spaces to string-data.
           set string-size to 1.

           string
               "{" X"22" "error" X"22" ":" X"22"
               function trim(refusal-code) X"22" "}"
               into string-data
               with pointer string-size
           end-string.

           perform send-answer.

           exit paragraph.

       send-answer.
           compute string-size = string-size - 1.

           call "sendjson_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit paragraph.

       end program http-token-issue.

      *****************************************

       identification division.
       program-id. apitoken-check.

      ************************************************************
      * RESOLVES A REQUEST'S "Authorization: Bearer <token>"
      * HEADER -- THE apikey-check OF THE TOKEN WORLD. A TOKEN IS
      * GOOD WHILE IT IS ON FILE, UNEXPIRED, AND ITS CLIENT IS
      * STILL ACTIVE AT THE GENERATION THE TOKEN WAS MINTED UNDER.
      * check-status COMES BACK:
      *     0 -- NO BEARER HEADER
      *     1 -- GOOD; token-client, token-account AND
      *          token-scopes ARE FILLED IN
      *     2 -- EXPIRED
      *     3 -- UNKNOWN TOKEN
      *     4 -- THE CLIENT HAS BEEN REVOKED
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select client-file assign to "apiclients.dat"
           organization is indexed
           access mode is dynamic
           record key is cl-id
           file status is client-stat.

           select token-file assign to "apitokens.dat"
           organization is indexed
           access mode is dynamic
           record key is tk-value
           file status is token-stat.

       data division.

       file section.
       fd client-file.
       01 client-record.
           05 cl-id          pic x(32).
           05 cl-account     pic x(64).
           05 cl-salt        pic x(16).
           05 cl-hash        pic x(40).
           05 cl-scopes      pic x(256).
           05 cl-active      pic x(1).
           05 cl-generation  pic 9(5).
           05 cl-created     pic x(8).
           05 cl-token-ttl   pic 9(5).
           05 cl-last-issued pic x(29).
           05 filler         pic x(64).

       fd token-file.
       01 token-record.
           05 tk-value       pic x(64).
           05 tk-client      pic x(32).
           05 tk-account     pic x(64).
           05 tk-scopes      pic x(256).
           05 tk-expires     pic 9(11).
           05 tk-generation  pic 9(5).
           05 tk-issued      pic x(29).
           05 filler         pic x(39).

       working-storage section.
       77 client-stat   pic xx.
       77 token-stat    pic xx.
       77 hdr-idx       pic 9(3).
       77 offered-token pic x(64).
       77 token-found   pic 9.
       77 today-int     pic 9(8).
       77 current-epoch pic 9(11).

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

       01 token-client  pic x(32).
       01 token-account pic x(64).
       01 token-scopes  pic x(256).
       01 check-status  pic 9.

       procedure division using request, token-client,
                           token-account, token-scopes,
                           check-status.

           set check-status to 0.
           set token-client to spaces.
           set token-account to spaces.
           set token-scopes to spaces.

           set offered-token to spaces.

           perform find-bearer-header
               varying hdr-idx from 1 by 1
               until hdr-idx is greater than request-header-size
               or offered-token is not equal spaces.

           if offered-token is equal spaces then
               exit program
           end-if.

           set check-status to 3.
           set token-found to 0.

           open input token-file.

           if token-stat is not equal "00" then
               exit program
           end-if.

           move offered-token to tk-value.

           read token-file
               key is tk-value
               invalid key
                   continue
               not invalid key
                   set token-found to 1
           end-read.

           close token-file.

           if token-found is equal 0 then
               exit program
           end-if.

           move tk-client to token-client.
           move tk-account to token-account.

           move function current-date(1:8) to today-int.
           compute current-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           if tk-expires is not greater than current-epoch then
               set check-status to 2
               exit program
           end-if.

           set check-status to 4.

           open input client-file.

           if client-stat is not equal "00" then
               exit program
           end-if.

           move tk-client to cl-id.

           read client-file
               key is cl-id
               invalid key
                   continue
               not invalid key
                   if cl-active is equal "1"
                   and cl-generation is equal tk-generation then
                       move tk-scopes to token-scopes
                       set check-status to 1
                   end-if
           end-read.

           close client-file.

           exit program.

       find-bearer-header.
           if request-header(hdr-idx)(1:22)
           is equal "Authorization: Bearer " then
               move function trim(request-header(hdr-idx)(23:64))
                   to offered-token
           end-if.

           exit paragraph.

       end program apitoken-check.

      *****************************************

       identification division.
       program-id. bearer-guard-middleware.

      ************************************************************
      * SCOPE GUARD FOR THE set_middleware BEFORE-FILTER POSITION,
      * THE BEARER-TOKEN COUNTERPART OF role-guard-middleware:
      *
      *     call "set_middleware" using http-tbl,
      *         entry "bearer-guard-middleware"
      *
      * WHICH ROUTES NEED WHICH SCOPE IS DECLARED IN
      * "routescopes.cfg", ONE RULE PER LINE ("#" LINES ARE
      * COMMENTS):
      *
      *     <method> <path-pattern> <scope>
      *
      *     GET    /orders         read:orders
      *     GET    /orders/:id     read:orders
      *     POST   /customers      write:customers
      *     *      /reports/:name  *
      *
      * A "*" METHOD MATCHES ANY METHOD; PATTERNS MATCH SEGMENT BY
      * SEGMENT WITH ":param" WILDCARDS, AS IN routeroles.cfg; A
      * "*" SCOPE ASKS ONLY FOR A GOOD TOKEN. THE FIRST MATCHING
      * RULE WINS. set_middleware HAS ONE SLOT, SO A REQUEST NO
      * RULE NAMES IS HANDED TO THE GUARDS THIS ONE DISPLACES:
      * role-guard-middleware (routeroles.cfg) ALWAYS, AND
      * apikey-guard-middleware TOO WHEN API_KEY_GUARD=Y -- TURNING
      * BEARER TOKENS ON NEVER LOOSENS WHAT WAS PROTECTED BEFORE
      * (/oauth/token ITSELF MUST NOT BE LISTED). A MISSING,
      * UNKNOWN, EXPIRED OR REVOKED TOKEN GETS A 401 WITH A
      * "WWW-Authenticate: Bearer" CHALLENGE; A GOOD TOKEN WITHOUT
      * THE SCOPE GETS A 403 insufficient_scope. EVERY REFUSAL IS
      * LOGGED WITH ITS REASON -- log-message STAMPS THE REQUEST
      * ID -- AND SHORT-CIRCUITS WITH middleware-status 0.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select scope-config assign to "routescopes.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd scope-config.
       01 config-record pic x(160).

       working-storage section.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       01 config-fields.
           05 cfg-method  pic x(16).
           05 cfg-pattern pic x(80).
           05 cfg-scope   pic x(64).
       77 required-scope pic x(64).
       77 rule-matched  pic 9.

       77 token-client  pic x(32).
       77 token-account pic x(64).
       77 token-scopes  pic x(256).
       77 check-status  pic 9.
       77 scope-ok      pic 9.
       77 refusal-code  pic x(32).
       77 refusal-reason pic x(64).
       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).
       77 api-key-guard pic x(1).

      *    ONE PATH TAKEN APART ON "/", THE REQUEST'S KEPT ASIDE
      *    WHILE EACH RULE'S PATTERN IS SPLIT.
       77 split-source  pic x(256).
       01 split-segments.
           05 split-seg occurs 16 times pic x(64).
           05 split-count pic 9(2).
       01 request-segments.
           05 request-seg occurs 16 times pic x(64).
           05 request-count pic 9(2).
       77 sg            pic 9(2).
       77 seg-pointer   pic 9(3).
       77 seg-char      pic x(1).
       77 c             pic 9(3).
       77 source-length pic 9(3).
       77 segments-match pic 9.

       01 buffer.
           05 buffer-data pic x(512).
           05 buffer-size pic 9(4).

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

       01 route-params.
           05 route-param occurs 16 times.
               10 param-name  pic x(32).
               10 param-value pic x(256).
           05 route-param-size pic 9(3).

       77 middleware-status pic 9.

       procedure division using request, connect, route-params,
                           middleware-status.

           set middleware-status to 1.

           move request-path(1:256) to split-source.
           perform split-path.
           move split-segments to request-segments.

           perform find-matching-rule.

           if rule-matched is equal 0 then
               perform apply-site-guards
               exit program
           end-if.

           set check-status to 0.

           call "apitoken-check"
           using by content request,
           by reference token-client,
           by reference token-account,
           by reference token-scopes,
           by reference check-status.

           evaluate check-status
               when 1
                   continue
               when 0
                   set refusal-code to "invalid_request"
                   set refusal-reason to "no bearer token"
               when 2
                   set refusal-code to "invalid_token"
                   set refusal-reason to "token expired"
               when 4
                   set refusal-code to "invalid_token"
                   set refusal-reason to "client revoked"
               when other
                   set refusal-code to "invalid_token"
                   set refusal-reason to "unknown token"
           end-evaluate.

           if check-status is not equal 1 then
               perform log-refusal
               perform send-unauthorized
               set middleware-status to 0
               exit program
           end-if.

           if required-scope is equal "*" then
               exit program
           end-if.

           set scope-ok to 0.

           call "scope-granted"
           using by content token-scopes,
           by content required-scope,
           by reference scope-ok.

           if scope-ok is equal 0 then
               set refusal-code to "insufficient_scope"
               set refusal-reason to spaces
               string
                   "needs " function trim(required-scope)
                   into refusal-reason
               end-string
               perform log-refusal
               perform send-forbidden
               set middleware-status to 0
           end-if.

           exit program.

      *    APPLY-SITE-GUARDS -- A ROUTE WITH NO SCOPE RULE IS HELD
      *    TO THE SITE'S ROLE RULES, AND TO ITS API KEYS WHERE
      *    EVERY ROUTE NEEDS ONE; THE FIRST REFUSAL STANDS.
       apply-site-guards.
           call "role-guard-middleware"
           using by content request,
           by content connect,
           by content route-params,
           by reference middleware-status.

           if middleware-status is equal 0 then
               exit paragraph
           end-if.

           set api-key-guard to spaces.
           accept api-key-guard from environment "API_KEY_GUARD".

           if api-key-guard is equal "Y" then
               call "apikey-guard-middleware"
               using by content request,
               by content connect,
               by content route-params,
               by reference middleware-status
           end-if.

           exit paragraph.

      *    FIND-MATCHING-RULE -- THE FIRST routescopes.cfg LINE
      *    WHOSE METHOD AND PATTERN COVER THE REQUEST. NO CONFIG
      *    FILE MEANS NO RULES.
       find-matching-rule.
           set rule-matched to 0.
           set required-scope to spaces.

           open input scope-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform try-one-rule
               until config-eof is equal 1
               or rule-matched is equal 1.

           close scope-config.

           exit paragraph.

       try-one-rule.
           read scope-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-method, cfg-pattern, cfg-scope
           end-unstring.

           if cfg-method is equal spaces
           or cfg-pattern is equal spaces
           or cfg-scope is equal spaces then
               exit paragraph
           end-if.

           if cfg-method is not equal "*"
           and cfg-method is not equal request-method then
               exit paragraph
           end-if.

           move cfg-pattern to split-source.
           perform split-path.

           set segments-match to 0.

           if split-count is equal request-count then
               set segments-match to 1
               perform compare-one-segment
                   varying sg from 1 by 1
                   until sg is greater than split-count
                   or segments-match is equal 0
           end-if.

           if segments-match is equal 1 then
               set rule-matched to 1
               move cfg-scope to required-scope
           end-if.

           exit paragraph.

       compare-one-segment.
           if split-seg(sg)(1:1) is equal ":" then
               exit paragraph
           end-if.

           if split-seg(sg) is not equal request-seg(sg) then
               set segments-match to 0
           end-if.

           exit paragraph.

      *    SPLIT-PATH -- split-source ON "/" INTO split-seg, UP TO
      *    16 NON-EMPTY SEGMENTS; ANY QUERY PART IS LEFT OFF.
       split-path.
           initialize split-segments.
           set seg-pointer to 0.

           set source-length to 0.
           if split-source is not equal spaces then
               set source-length to
                   function length(function trim(split-source))
           end-if.

           perform split-one-char
               varying c from 1 by 1
               until c is greater than source-length.

           exit paragraph.

       split-one-char.
           move split-source(c:1) to seg-char.

           if seg-char is equal "?" then
               move source-length to c
               exit paragraph
           end-if.

           if seg-char is equal "/" then
               set seg-pointer to 0
               exit paragraph
           end-if.

           if seg-pointer is equal 0 then
               if split-count is equal 16 then
                   exit paragraph
               end-if
               add 1 to split-count
           end-if.

           if seg-pointer is less than 64 then
               add 1 to seg-pointer
               move seg-char to split-seg(split-count)(seg-pointer:1)
           end-if.

           exit paragraph.

       log-refusal.
           move "WARN" to log-level.
           move "bearer-guard" to log-source.
           set log-text to spaces.
           string
               "BEARER REFUSED " function trim(request-method) " "
               function trim(request-path(1:200)) " CLIENT "
               function trim(token-client) ": "
               function trim(refusal-code) " - "
               function trim(refusal-reason)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    SEND-UNAUTHORIZED / SEND-FORBIDDEN -- THE GUARD'S OWN
      *    RESPONSES, THE SAME DIRECT send_tcp STYLE AS
      *    apikey-guard-middleware.
       send-unauthorized.
           set buffer-data to spaces.
           set buffer-size to 1.

           string
               "HTTP/1.1 401 Unauthorized" X"0A"
               "WWW-Authenticate: Bearer error=" X"22"
               function trim(refusal-code) X"22" X"0A"
               "Content-type: application/json" X"0A" X"0A"
               "{" X"22" "error" X"22" ":" X"22"
               function trim(refusal-code) X"22" "}"
               into buffer-data
               with pointer buffer-size
           end-string.

           subtract 1 from buffer-size.

           call "send_tcp"
           using by value connect,
           by content buffer-data(1:buffer-size),
           by value buffer-size.

           exit paragraph.

       send-forbidden.
           set buffer-data to spaces.
           set buffer-size to 1.

           string
               "HTTP/1.1 403 Forbidden" X"0A"
               "WWW-Authenticate: Bearer error=" X"22"
               "insufficient_scope" X"22" ", scope=" X"22"
               function trim(required-scope) X"22" X"0A"
               "Content-type: application/json" X"0A" X"0A"
               "{" X"22" "error" X"22" ":" X"22"
               "insufficient_scope" X"22" "}"
               into buffer-data
               with pointer buffer-size
           end-string.

           subtract 1 from buffer-size.

           call "send_tcp"
           using by value connect,
           by content buffer-data(1:buffer-size),
           by value buffer-size.

           exit paragraph.

       end program bearer-guard-middleware.
