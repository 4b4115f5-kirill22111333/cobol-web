      *     POST   /<table>      -- CREATE, KEY FROM db-sequence
      *     PUT    /<table>/:id  -- UPSERT UNDER THAT KEY
      *     DELETE /<table>/:id  -- DELETE
      *     POST   /<table>/batch -- MANY CREATES/UPSERTS/DELETES
      *                              AS ONE UNIT OF WORK
      *
      * THE SIX HANDLERS (BELOW, SAME FILE) ARE SHARED BY EVERY
      * REGISTERED TABLE -- EACH ONE READS THE TABLE NAME BACK OUT
      * OF ITS OWN REQUEST PATH'S FIRST SEGMENT, SO STANDING UP AN
      * API OVER A NEW TABLE IS ONE CALL, NOT A PROGRAMMING
           set route-handle to entry "http-table-delete".
           perform register-one-route.

      *    POST /<table>/batch
           set route-path to spaces.
           string
               "/" delimited by size
               function trim(table-name) delimited by size
               "/batch" delimited by size
               into route-path
           end-string.

           set route-method to "POST".
           set route-handle to entry "http-table-batch".
           perform register-one-route.

           exit program.

      *    REGISTER-ONE-ROUTE -- ONE handle_http CALL, THE SAME
       77 dept-name    pic x(16).
       77 dept-found   pic 9.
       77 row-allowed  pic 9.
       77 user-name    pic x(64).
       77 user-role    pic x(16).
       77 session-found pic 9.
       77 hidden-count pic 9(2).

       linkage section.
       01 request.
               using by content fetch-row-value(1),
               by reference row-stamp

      *        FIELDS HIDDEN FROM THE CALLER'S ROLE (fieldperms.cfg)
      *        GO OUT MASKED; A PUT OF THE MASKED IMAGE KEEPS THEM.
               set user-role to spaces

               call "session-user-role"
               using by content request,
               by reference user-name,
               by reference user-role,
               by reference session-found

               call "field-mask-row"
               using by content crud-table,
               by content user-role,
               by reference fetch-row-value(1),
               by reference hidden-count

               string
                   "{" X"22" "key" X"22" ":" X"22"
                   function trim(fetch-row-key(1))
      * UNDER THE NEXT NUMBER FROM THE TABLE'S OWN db-sequence
      * COUNTER, AND ANSWERS 201 WITH THE KEY IT ISSUED. A REFUSED
      * ROW (SCHEMA OR PARENT-KEY CHECK IN db-update) COMES BACK
      * AS A JSON 422. A ROW RECEIVED AFTER ITS TABLE'S CUT-OFF
      * (lib/cutoff.cbl) ALSO CARRIES A "notice" NAMING THE DAY
      * IT WILL BE PROCESSED ON.
      ************************************************************

       data division.
       77 upsert-status pic 9.
       77 crud-source   pic x(32).
       77 id-edit       pic z(10)9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 guard-ok      pic 9.
       77 refused-field pic x(30).
       77 blank-row     pic x(1024) value spaces.

       01 request-cutoff external.
           05 cutoff-rolled pic 9.
           05 cutoff-date   pic x(8).

       linkage section.
       01 request.
           set crud-source to "crud-http".
           set upsert-status to 0.

           perform guard-fields.

           if guard-ok is equal 0 then
               set status-code to 403
               set status-text to "Forbidden"

               string
                   "{" X"22" "error" X"22" ":" X"22"
                   "field is read-only" X"22"
                   "," X"22" "field" X"22" ":" X"22"
                   function trim(refused-field) X"22" "}"
                   into string-data
                   with pointer string-size
               end-string

               perform send-create-response
               exit program
           end-if.

           call "db-update"
           using by content crud-table,
           by content row-id,

               string
                   "{" X"22" "key" X"22" ":" X"22"
                   function trim(row-id) X"22"
                   into string-data
                   with pointer string-size
               end-string

               if cutoff-rolled is equal 1 then
                   string
                       "," X"22" "notice" X"22" ":" X"22"
                       "received after cut-off, will be processed on "
                       cutoff-date(1:4) "-" cutoff-date(5:2) "-"
                       cutoff-date(7:2) X"22"
                       into string-data
                       with pointer string-size
                   end-string
               end-if

               string
                   "}"
                   into string-data
                   with pointer string-size
               end-string

           exit program.

      *    GUARD-FIELDS -- THE ROLE'S FIELD PERMISSIONS
      *    (fieldperms.cfg) AGAINST A NEW ROW: A HIDDEN FIELD IS
      *    LEFT BLANK AND A READ-ONLY ONE MAY NOT BE FILLED IN.
       guard-fields.
           set user-role to spaces.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set guard-ok to 1.

           call "field-guard-save"
           using by content crud-table,
           by content row-id,
           by content user-role,
           by content user-name,
           by content blank-row,
           by reference row-value,
           by reference guard-ok,
           by reference refused-field.

           exit paragraph.

      *    SEND-CREATE-RESPONSE -- ONE sendjson_http CALL SHARED
      *    BY EVERY OUTCOME ABOVE.
       send-create-response.
       77 current-stamp pic x(8).
       77 conflict-seen pic 9.
       77 lock-status   pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 guard-ok      pic 9.
       77 refused-field pic x(30).
       77 query-status  pic 9.
       77 fetch-count   pic 9(3).
       01 fetch-rows.
           set upsert-status to 0.
           set conflict-seen to 0.

           move spaces to string-data.
           set string-size to 1.

           perform guard-fields.

           if guard-ok is equal 0 then
               set status-code to 403
               set status-text to "Forbidden"

               string
                   "{" X"22" "error" X"22" ":" X"22"
                   "field is read-only" X"22"
                   "," X"22" "field" X"22" ":" X"22"
                   function trim(refused-field) X"22" "}"
                   into string-data
                   with pointer string-size
               end-string

               perform send-update-response
               exit program
           end-if.

           if posted-stamp is equal spaces then
               call "db-update"
               using by content crud-table,

           exit program.

      *    GUARD-FIELDS -- THE ROLE'S FIELD PERMISSIONS
      *    (fieldperms.cfg) AGAINST THE ROW ON FILE: A HIDDEN
      *    FIELD KEEPS ITS STORED VALUE (THE CLIENT ONLY EVER SAW
      *    IT MASKED) AND A CHANGED READ-ONLY ONE REFUSES THE PUT.
       guard-fields.
           set user-role to spaces.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set query-status to 0.
           set fetch-count to 0.
           set fetch-row-value(1) to spaces.

           call "db-query"
           using by content crud-table,
           by content row-id,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0 then
               set fetch-row-value(1) to spaces
           end-if.

           set guard-ok to 1.

           call "field-guard-save"
           using by content crud-table,
           by content row-id,
           by content user-role,
           by content user-name,
           by content fetch-row-value(1),
           by reference row-value,
           by reference guard-ok,
           by reference refused-field.

           exit paragraph.

      *    UPDATE-WITH-VERSION-CHECK -- THE SAME LOCK-CHECK-SAVE
      *    SEQUENCE AS http-maintain-save's: UNDER THE ROW'S LOCK,
      *    THE CURRENT VALUE'S db-row-stamp MUST STILL MATCH THE

       end program http-table-delete.

      *****************************************

       identification division.
       program-id. http-table-batch.

      ************************************************************
      * POST /<table>/batch -- MANY ROWS IN ONE REQUEST, APPLIED
      * AS ONE db-tx-begin/db-tx-commit UNIT OF WORK, SO AN
      * ORDER-ENTRY PARTNER POSTS 300 LINES IN ONE ROUND TRIP
      * INSTEAD OF 300. THE BODY IS A JSON ARRAY OF ROW OBJECTS:
      *
      *     [{"op":"create","value":"<row image>"},
      *      {"op":"upsert","key":"A17","value":"<row image>"},
      *      {"op":"delete","key":"A18"}]
      *
      * "op" DEFAULTS TO create WITHOUT A KEY AND upsert WITH ONE;
      * create DRAWS ITS KEY FROM db-sequence LIKE POST /<table>.
      * "?mode=all" (THE DEFAULT) IS ALL-OR-NOTHING: ANY REFUSED
      * ROW ROLLS THE WHOLE GROUP BACK (db-tx-rollback) AND THE
      * ANSWER IS 422. EVERY ROW IS STILL TRIED, SO ONE ANSWER
      * NAMES EVERY BAD LINE, NOT JUST THE FIRST. "?mode=best" IS
      * BEST-EFFORT: THE GOOD ROWS ARE COMMITTED, THE BAD ONES
      * REPORTED, AND THE ANSWER IS 200.
      *
      * THE ANSWER CARRIES ONE RESULT PER ROW, IN ORDER -- ITS
      * KEY, ok true/false, AND FOR A REFUSAL THE REASON WITH THE
      * FIELD db-validate-row NAMED ("field") OR THE PARENT TABLE
      * db-check-parents FOUND MISSING ("parent"). THE ROW IS
      * JUDGED BY THOSE TWO BEFORE db-update SO THE CULPRIT CAN BE
      * NAMED; db-update STILL APPLIES EVERY CHECK OF ITS OWN.
      *
      * AN Idempotency-Key IS HONORED THROUGH idem-begin/idem-end,
      * SO A RESUBMITTED BATCH REPLAYS THE FIRST ANSWER INSTEAD OF
      * POSTING TWICE (AN ANSWER TOO BIG FOR THE 8192-BYTE CAPTURE
      * AREA IS STREAMED AND NOT STORED). AN X-Api-Key CALLER IS
      * METERED BY ROW THROUGH apikey-check's call-units, BEFORE
      * ANY ROW IS APPLIED -- A BATCH THAT WOULD RUN PAST THE
      * MONTHLY QUOTA IS REFUSED WITH 429 AND NOTHING POSTED.
      * apikey-guard-middleware HAS ALREADY COUNTED THE REQUEST
      * ITSELF AS ONE, SO UNDER IT THE BATCH ADDS ONE LESS.
      *
      * A BODY PAST 2048 BYTES IS READ FROM THE body-spool FILE
      * listen_http WROTE, WHICH THIS HANDLER REMOVES WHEN DONE.
      * BATCH_MAX_ROWS (DEFAULT 500) CAPS ONE REQUEST; MORE IS
      * REFUSED WITH 413 BEFORE ANYTHING IS METERED OR POSTED. A
      * "?mode=all" BATCH IS ALSO HELD TO WHAT db-tx-rollback CAN
      * BACK OUT WHOLE (db-tx-row-limit: 200 UNDO ENTRIES, LESS
      * THE TABLE'S triggers.cfg ROLLUPS) -- A BIGGER ONE IS
      * REFUSED WITH 413 THE SAME WAY, TO BE SPLIT OR SENT AS
      * "?mode=best".
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select body-spool-file assign to dynamic spool-file-name
           organization is line sequential
           file status is spool-stat.

           select result-file assign to dynamic result-file-name
           organization is line sequential
           file status is result-stat.

       data division.

       file section.
       fd body-spool-file record is varying 1 to 2048
           depending spool-chunk-len.
       01 spool-record pic x(2048).

       fd result-file.
       01 result-record pic x(256).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 body-spool external.
           05 spool-active       pic 9.
           05 spool-total-length pic 9(9).
           05 spool-file-name    pic x(64).

       01 response-capture external.
           05 capture-active pic 9.
           05 capture-has-body pic 9.
           05 capture-length pic 9(5).
           05 capture-data   pic x(8192).

       01 request-trace-id pic x(24) external.
       01 api-route-table usage pointer external.

       77 spool-stat      pic xx.
       77 spool-chunk-len pic 9(4).
       77 spool-opened    pic 9.
       77 record-index    pic 9(4).
       77 body-index      pic 9(5).
       77 body-at-end     pic 9.
       77 batch-char      pic x(1).
       77 delete-status   pic 9(4) comp.

       77 result-stat      pic xx.
       77 result-file-name pic x(64).
       77 result-eof       pic 9.

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).
       77 q               pic 9(3).

       77 crud-table      pic x(30).
       77 batch-mode      pic x(4).
       77 replayed        pic 9.
       77 max-rows-text   pic x(6).
       77 max-rows        pic 9(5).

      *    THE SCAN -- PASS "C" ONLY COUNTS AND CHECKS THE SYNTAX,
      *    PASS "A" APPLIES EACH ROW AS ITS OBJECT CLOSES.
       77 scan-pass       pic x(1).
       77 scan-error      pic 9.
       77 scan-done       pic 9.
       77 object-done     pic 9.
       77 string-done     pic 9.
       77 string-buffer   pic x(1024).
       77 string-length   pic 9(4).
       77 string-overflow pic 9.
       77 member-name     pic x(16).
       77 u               pic 9.

       77 row-count       pic 9(5).
       77 tx-row-limit    pic 9(3).
       77 row-number      pic 9(5).
       77 row-op          pic x(8).
       77 row-key         pic x(50).
       77 row-value       pic x(1024).
       77 value-overflow  pic 9.
       77 applied-count   pic 9(5).
       77 failed-count    pic 9(5).

       77 result-ok       pic 9.
       77 result-error    pic x(40).
       77 result-tag      pic x(8).
       77 result-detail   pic x(30).
       77 row-edit        pic z(4)9.
       77 count-edit      pic z(4)9.

       77 row-valid       pic 9.
       77 bad-field       pic x(30).
       77 write-status    pic 9.
       77 crud-source     pic x(32).
       77 next-value      pic 9(11).
       77 seq-status      pic 9.
       77 id-edit         pic z(10)9.
       77 query-status    pic 9.
       77 fetch-count     pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 user-name       pic x(64).
       77 user-role       pic x(16).
       77 session-found   pic 9.
       77 guard-ok        pic 9.
       77 stored-row      pic x(1024).
       77 tx-status       pic 9.
       77 committed       pic 9.

       77 account-name    pic x(64).
       77 check-status    pic 9.
       77 key-mode-out    pic x(1).
       77 call-units      pic 9(5).
       77 guard-entry     usage procedure-pointer.

      *    THE ANSWER -- BUILT IN ONE sendjson_http BUFFER WHEN IT
      *    FITS (SO THE IDEMPOTENCY CAPTURE SEES IT WHOLE),
      *    STREAMED IN 1024-BYTE sendstream_append SLICES WHEN IT
      *    DOES NOT.
       01 piece-data      pic x(8192).
       77 piece-pointer   pic 9(5).
       77 piece-size      pic 9(5).
       77 chunk-size      pic 9(4).
       77 chunk-start     pic 9(5).
       77 streaming       pic 9.
       77 out-text        pic x(256).
       77 out-length      pic 9(4).

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

       procedure division using request, connect.

           set response-headers-size to 0.
           set streaming to 0.

           call "crud-table-of-path"
           using by content request-path,
           by reference crud-table.

      *    A RESUBMISSION REPLAYS THE FIRST ANSWER AND IS NEITHER
      *    METERED NOR APPLIED AGAIN.
           set replayed to 0.

           call "idem-begin"
           using by content request,
           by content connect,
           by reference replayed.

           if replayed is equal 1 then
               perform remove-spool
               exit program
           end-if.

      *    THE CALLER'S ROLE, FOR THE FIELD PERMISSIONS EVERY
      *    CREATE AND UPSERT IS HELD TO.
           set user-role to spaces.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set batch-mode to "all".
           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-query-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set max-rows-text to spaces.
           accept max-rows-text from environment "BATCH_MAX_ROWS".

           if max-rows-text is equal spaces then
               set max-rows to 500
           else
               move function trim(max-rows-text) to max-rows
           end-if.

      *    PASS ONE -- COUNT THE ROWS AND PROVE THE BODY PARSES
      *    BEFORE ANYTHING IS METERED OR TOUCHED.
           set scan-pass to "C".
           perform scan-batch.

           if scan-error is equal 1 then
               set status-code to 400
               set status-text to "Bad Request"
               set out-text to "malformed batch body"
               perform send-error-response
               exit program
           end-if.

           if row-count is greater than max-rows then
               set status-code to 413
               set status-text to "Payload Too Large"
               set out-text to "too many rows in one batch"
               perform send-error-response
               exit program
           end-if.

      *    ALL-OR-NOTHING ONLY AS FAR AS A ROLLBACK CAN REACH.
           if batch-mode is equal "all" then
               set tx-row-limit to 0

               call "db-tx-row-limit"
               using by content crud-table,
               by reference tx-row-limit

               if row-count is greater than tx-row-limit then
                   set status-code to 413
                   set status-text to "Payload Too Large"
                   set out-text to
                       "too many rows for one all-or-nothing batch"
                   perform send-error-response
                   exit program
               end-if
           end-if.

           perform meter-rows.

           if check-status is equal 2 then
               set status-code to 429
               set status-text to "Too Many Requests"
               set out-text to "monthly quota exhausted"
               perform send-error-response
               exit program
           end-if.

           set tx-status to 0.
           call "db-tx-begin"
           using by reference tx-status.

           if tx-status is equal 0 then
               set status-code to 500
               set status-text to "Internal Server Error"
               set out-text to "unit of work unavailable"
               perform send-error-response
               exit program
           end-if.

           set result-file-name to spaces.
           string
               "batch." delimited by size
               function trim(request-trace-id) delimited by size
               ".out" delimited by size
               into result-file-name
           end-string.

           open output result-file.

      *    PASS TWO -- THE SAME WALK, APPLYING EACH ROW.
           set applied-count to 0.
           set failed-count to 0.
           set crud-source to "crud-http-batch".
           set scan-pass to "A".
           perform scan-batch.

           close result-file.

           set committed to 1.

           if batch-mode is equal "all"
           and failed-count is greater than 0 then
               set committed to 0
           end-if.

           if committed is equal 1 then
               call "db-tx-commit"
               using by reference tx-status
               set status-code to 200
               set status-text to "OK"
           else
               call "db-tx-rollback"
               using by reference tx-status
               set status-code to 422
               set status-text to "Unprocessable Entity"
           end-if.

           perform send-batch-response.

           call "CBL_DELETE_FILE"
           using function trim(result-file-name)
           returning delete-status.

           perform remove-spool.

           call "idem-end".

           exit program.

       take-one-query-field.
           if get-name(q) is equal "mode"
           and get-value(q)(1:4) is equal "best" then
               set batch-mode to "best"
           end-if.

           exit paragraph.

      *    METER-ROWS -- ONE CALL PER ROW AGAINST THE CALLER'S KEY.
      *    A REQUEST WITHOUT A KEY (check-status 0) IS NOT METERED;
      *    THE ROUTE GUARDS DECIDE WHETHER IT MAY RUN AT ALL.
       meter-rows.
           set check-status to 0.
           move row-count to call-units.

           if api-route-table is not equal null then
               set address of http-tbl to api-route-table
               set guard-entry to entry "apikey-guard-middleware"
               if has-middleware is equal 1
               and http-middleware is equal guard-entry
               and call-units is greater than 0 then
                   subtract 1 from call-units
               end-if
           end-if.

           if call-units is equal 0 then
               exit paragraph
           end-if.

           call "apikey-check"
           using by content request,
           by reference account-name,
           by reference check-status,
           by reference key-mode-out,
           by reference call-units.

           exit paragraph.

      *    SCAN-BATCH -- ONE WALK OVER THE BODY: "[" ROW-OBJECT
      *    { "," ROW-OBJECT } "]".
       scan-batch.
           set scan-error to 0.
           set scan-done to 0.
           set row-number to 0.

           if scan-pass is equal "C" then
               set row-count to 0
           end-if.

           perform start-body-scan.

           perform skip-space.

           if batch-char is not equal "[" then
               set scan-error to 1
               perform end-body-scan
               exit paragraph
           end-if.

           perform next-char.
           perform skip-space.

           if batch-char is equal "]" then
               set scan-done to 1
           end-if.

           perform scan-one-row
               until scan-done is equal 1
               or scan-error is equal 1.

           perform end-body-scan.

           exit paragraph.

       scan-one-row.
           perform skip-space.

           if batch-char is not equal "{" then
               set scan-error to 1
               exit paragraph
           end-if.

           perform next-char.

           set row-op to spaces.
           set row-key to spaces.
           set row-value to spaces.
           set value-overflow to 0.
           set object-done to 0.

           perform skip-space.

           if batch-char is equal "}" then
               perform next-char
               set object-done to 1
           end-if.

           perform scan-one-member
               until object-done is equal 1
               or scan-error is equal 1.

           if scan-error is equal 1 then
               exit paragraph
           end-if.

           add 1 to row-number.

           if scan-pass is equal "C" then
               add 1 to row-count
           else
               perform apply-one-row
           end-if.

           perform skip-space.

           evaluate batch-char
               when ","
                   perform next-char
               when "]"
                   set scan-done to 1
               when other
                   set scan-error to 1
           end-evaluate.

           exit paragraph.

      *    SCAN-ONE-MEMBER -- "name":value, THEN "," OR "}". ONLY
      *    op, key AND value MEAN ANYTHING; OTHER MEMBERS ARE
      *    SKIPPED, AND A NESTED OBJECT OR ARRAY IS AN ERROR.
       scan-one-member.
           perform skip-space.

           if batch-char is not equal X"22" then
               set scan-error to 1
               exit paragraph
           end-if.

           perform read-json-string.

           if scan-error is equal 1 then
               exit paragraph
           end-if.

           move string-buffer(1:16) to member-name.

           perform skip-space.

           if batch-char is not equal ":" then
               set scan-error to 1
               exit paragraph
           end-if.

           perform next-char.
           perform skip-space.

           evaluate true
               when batch-char is equal X"22"
                   perform read-json-string
               when batch-char is equal "{"
               or batch-char is equal "["
               or body-at-end is equal 1
                   set scan-error to 1
               when other
                   perform read-bare-value
           end-evaluate.

           if scan-error is equal 1 then
               exit paragraph
           end-if.

           evaluate member-name
               when "op"
                   move function lower-case(string-buffer(1:8))
                       to row-op
               when "key"
                   move string-buffer(1:50) to row-key
               when "value"
                   move string-buffer to row-value
                   move string-overflow to value-overflow
           end-evaluate.

           perform skip-space.

           evaluate batch-char
               when ","
                   perform next-char
               when "}"
                   perform next-char
                   set object-done to 1
               when other
                   set scan-error to 1
           end-evaluate.

           exit paragraph.

      *    READ-JSON-STRING -- FROM THE OPENING QUOTE THROUGH THE
      *    CLOSING ONE INTO string-buffer, UNESCAPED. A STRING
      *    LONGER THAN THE BUFFER SETS string-overflow.
       read-json-string.
           move spaces to string-buffer.
           set string-length to 0.
           set string-overflow to 0.
           set string-done to 0.

           perform next-char.

           perform take-string-char
               until string-done is equal 1
               or scan-error is equal 1.

           exit paragraph.

       take-string-char.
           if body-at-end is equal 1 then
               set scan-error to 1
               exit paragraph
           end-if.

           if batch-char is equal X"22" then
               perform next-char
               set string-done to 1
               exit paragraph
           end-if.

           if batch-char is equal X"5C" then
               perform next-char
               evaluate batch-char
                   when "n"
                       move X"0A" to batch-char
                   when "t"
                       move X"09" to batch-char
                   when "r"
                       move X"0D" to batch-char
                   when "b"
                   when "f"
                       move space to batch-char
                   when "u"
                       perform next-char
                           varying u from 1 by 1
                           until u is greater than 4
                       move "?" to batch-char
               end-evaluate
           end-if.

           perform store-string-char.
           perform next-char.

           exit paragraph.

       store-string-char.
           if string-length is less than 1024 then
               add 1 to string-length
               move batch-char to string-buffer(string-length:1)
           else
               set string-overflow to 1
           end-if.

           exit paragraph.

      *    READ-BARE-VALUE -- A NUMBER, true, false OR null, UP TO
      *    THE NEXT DELIMITER.
       read-bare-value.
           move spaces to string-buffer.
           set string-length to 0.
           set string-overflow to 0.

           perform take-bare-char
               until batch-char is equal ","
               or batch-char is equal "}"
               or batch-char is equal "]"
               or batch-char is equal space
               or batch-char is equal X"09"
               or batch-char is equal X"0A"
               or batch-char is equal X"0D"
               or body-at-end is equal 1.

           if string-buffer is equal "null" then
               move spaces to string-buffer
           end-if.

           exit paragraph.

       take-bare-char.
           perform store-string-char.
           perform next-char.

           exit paragraph.

      *    START-BODY-SCAN / NEXT-CHAR / END-BODY-SCAN -- THE BODY
      *    ONE CHARACTER AT A TIME, FROM request-body OR, WHEN IT
      *    OVERFLOWED, FROM THE SPOOL FILE (WHICH ALSO HOLDS THE
      *    FIRST 2048 BYTES). batch-char IS THE CURRENT, NOT YET
      *    CONSUMED CHARACTER; PAST THE END IT IS A SPACE AND
      *    body-at-end IS 1.
       start-body-scan.
           set body-at-end to 0.
           set spool-opened to 0.
           set body-index to 1.
           set record-index to 1.
           set spool-chunk-len to 0.

           if spool-active is equal 1 then
               open input body-spool-file
               if spool-stat is not equal "00" then
                   set body-at-end to 1
                   move space to batch-char
                   exit paragraph
               end-if
               set spool-opened to 1
           end-if.

           perform next-char.

           exit paragraph.

       next-char.
           if body-at-end is equal 1 then
               move space to batch-char
               exit paragraph
           end-if.

           if spool-opened is equal 1 then
               if record-index is greater than spool-chunk-len then
                   perform read-spool-record
               end-if
               if body-at-end is equal 0 then
                   move spool-record(record-index:1) to batch-char
                   add 1 to record-index
               end-if
               exit paragraph
           end-if.

           if body-index is greater than 2048 then
               set body-at-end to 1
               move space to batch-char
               exit paragraph
           end-if.

           move request-body(body-index:1) to batch-char.
           add 1 to body-index.

           exit paragraph.

       read-spool-record.
           read body-spool-file
               at end
                   set body-at-end to 1
                   move space to batch-char
                   exit paragraph
           end-read.

           set record-index to 1.

           exit paragraph.

       end-body-scan.
           if spool-opened is equal 1 then
               close body-spool-file
               set spool-opened to 0
           end-if.

           exit paragraph.

       skip-space.
           perform next-char
               until (batch-char is not equal space
               and batch-char is not equal X"09"
               and batch-char is not equal X"0A"
               and batch-char is not equal X"0D")
               or body-at-end is equal 1.

           exit paragraph.

      *    APPLY-ONE-ROW -- ONE ROW THROUGH THE SAME db-sequence/
      *    db-update/db-delete CALLS THE SINGLE-ROW HANDLERS MAKE,
      *    ITS OUTCOME WRITTEN TO THE RESULT FILE.
       apply-one-row.
           set result-ok to 0.
           set result-error to spaces.
           set result-tag to spaces.
           set result-detail to spaces.

           if row-op is equal spaces then
               if row-key is equal spaces then
                   set row-op to "create"
               else
                   set row-op to "upsert"
               end-if
           end-if.

           evaluate true
               when value-overflow is equal 1
                   set result-error to "value too long"
               when row-op is equal "create"
                   perform apply-create
               when row-op is equal "upsert"
                   perform apply-upsert
               when row-op is equal "delete"
                   perform apply-delete
               when other
                   set result-error to "unknown op"
           end-evaluate.

           if result-ok is equal 1 then
               add 1 to applied-count
           else
               add 1 to failed-count
           end-if.

           perform write-row-result.

           exit paragraph.

       apply-create.
           perform judge-row.

           if result-error is not equal spaces then
               exit paragraph
           end-if.

           set seq-status to 0.

           call "db-sequence"
           using by content crud-table,
           by reference next-value,
           by reference seq-status.

           if seq-status is equal 0 then
               set result-error to "no key available"
               exit paragraph
           end-if.

           move next-value to id-edit.
           set row-key to spaces.
           move function trim(id-edit) to row-key.

           perform store-row.

           exit paragraph.

       apply-upsert.
           if row-key is equal spaces then
               set result-error to "key required"
               exit paragraph
           end-if.

           perform judge-row.

           if result-error is not equal spaces then
               exit paragraph
           end-if.

           perform store-row.

           exit paragraph.

      *    JUDGE-ROW -- THE ROLE'S FIELD PERMISSIONS, THE SCHEMA,
      *    THEN THE PARENT KEYS, SO A REFUSAL CAN NAME ITS FIELD
      *    OR ITS MISSING PARENT.
       judge-row.
           perform guard-row-fields.

           if result-error is not equal spaces then
               exit paragraph
           end-if.

           set row-valid to 1.
           set bad-field to spaces.

           call "db-validate-row"
           using by content crud-table,
           by content row-value,
           by reference row-valid,
           by reference bad-field,
           by content row-key.

           if row-valid is equal 0 then
               set result-error to "field invalid"
               set result-tag to "field"
               move bad-field to result-detail
               exit paragraph
           end-if.

           set bad-field to spaces.

           call "db-check-parents"
           using by content crud-table,
           by content row-value,
           by reference row-valid,
           by reference bad-field.

           if row-valid is equal 0 then
               set result-error to "no parent row"
               set result-tag to "parent"
               move bad-field to result-detail
           end-if.

           exit paragraph.

      *    GUARD-ROW-FIELDS -- fieldperms.cfg AGAINST THE ROW ON
      *    FILE (NONE YET FOR A CREATE): HIDDEN FIELDS KEEP THEIR
      *    STORED VALUE, A CHANGED READ-ONLY ONE FAILS THE ROW.
       guard-row-fields.
           set stored-row to spaces.

           if row-key is not equal spaces then
               set query-status to 0
               set fetch-count to 0

               call "db-query"
               using by content crud-table,
               by content row-key,
               by reference fetch-rows,
               by reference fetch-count,
               by reference query-status

               if query-status is equal 1 then
                   set stored-row to fetch-row-value(1)
               end-if
           end-if.

           set guard-ok to 1.
           set bad-field to spaces.

           call "field-guard-save"
           using by content crud-table,
           by content row-key,
           by content user-role,
           by content user-name,
           by content stored-row,
           by reference row-value,
           by reference guard-ok,
           by reference bad-field.

           if guard-ok is equal 0 then
               set result-error to "field read-only"
               set result-tag to "field"
               move bad-field to result-detail
           end-if.

           exit paragraph.

       store-row.
           set write-status to 0.

           call "db-update"
           using by content crud-table,
           by content row-key,
           by content row-value,
           by reference write-status,
           by content crud-source.

           if write-status is equal 1 then
               set result-ok to 1
           else
               set result-error to "row refused"
           end-if.

           exit paragraph.

       apply-delete.
           if row-key is equal spaces then
               set result-error to "key required"
               exit paragraph
           end-if.

           set write-status to 0.

           call "db-delete"
           using by content crud-table,
           by content row-key,
           by reference write-status,
           by content crud-source.

           if write-status is equal 1 then
               set result-ok to 1
               exit paragraph
           end-if.

      *    STILL ON FILE MEANS A RESTRICT RULE REFUSED IT, THE
      *    SAME READING http-table-delete GIVES.
           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content crud-table,
           by content row-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 1 then
               set result-error to "dependent rows remain"
           else
               set result-error to "not found"
           end-if.

           exit paragraph.

      *    WRITE-ROW-RESULT -- ONE RESULT OBJECT PER LINE. A QUOTE
      *    OR BACKSLASH IN A CALLER'S KEY IS MADE HARMLESS RATHER
      *    THAN ALLOWED TO BREAK THE DOCUMENT.
       write-row-result.
           inspect row-key replacing all X"22" by "'".
           inspect row-key replacing all X"5C" by "/".

           move row-number to row-edit.
           move spaces to result-record.

           if result-ok is equal 1 then
               string
                   "{" X"22" "row" X"22" ":" function trim(row-edit)
                   "," X"22" "op" X"22" ":" X"22"
                   function trim(row-op) X"22"
                   "," X"22" "key" X"22" ":" X"22"
                   function trim(row-key) X"22"
                   "," X"22" "ok" X"22" ":true}"
                   delimited by size
                   into result-record
               end-string
           else
               if result-tag is equal spaces then
                   string
                       "{" X"22" "row" X"22" ":"
                       function trim(row-edit)
                       "," X"22" "op" X"22" ":" X"22"
                       function trim(row-op) X"22"
                       "," X"22" "key" X"22" ":" X"22"
                       function trim(row-key) X"22"
                       "," X"22" "ok" X"22" ":false"
                       "," X"22" "error" X"22" ":" X"22"
                       function trim(result-error) X"22" "}"
                       delimited by size
                       into result-record
                   end-string
               else
                   string
                       "{" X"22" "row" X"22" ":"
                       function trim(row-edit)
                       "," X"22" "op" X"22" ":" X"22"
                       function trim(row-op) X"22"
                       "," X"22" "key" X"22" ":" X"22"
                       function trim(row-key) X"22"
                       "," X"22" "ok" X"22" ":false"
                       "," X"22" "error" X"22" ":" X"22"
                       function trim(result-error) X"22"
                       "," X"22" function trim(result-tag) X"22"
                       ":" X"22" function trim(result-detail) X"22"
                       "}"
                       delimited by size
                       into result-record
                   end-string
               end-if
           end-if.

           write result-record.

           exit paragraph.

      *    SEND-BATCH-RESPONSE -- THE SUMMARY, THEN THE RESULT FILE
      *    AS THE "results" ARRAY.
       send-batch-response.
           move spaces to piece-data.
           set piece-pointer to 1.

           move spaces to out-text.
           set out-length to 1.

           string
               "{" X"22" "mode" X"22" ":" X"22"
               function trim(batch-mode) X"22"
               "," X"22" "committed" X"22" ":"
               delimited by size
               into out-text
               with pointer out-length
           end-string.

           if committed is equal 1 then
               string
                   "true" delimited by size
                   into out-text
                   with pointer out-length
               end-string
           else
               string
                   "false" delimited by size
                   into out-text
                   with pointer out-length
               end-string
           end-if.

           move row-count to count-edit.
           string
               "," X"22" "rows" X"22" ":" function trim(count-edit)
               delimited by size
               into out-text
               with pointer out-length
           end-string.

           move applied-count to count-edit.
           string
               "," X"22" "applied" X"22" ":"
               function trim(count-edit)
               delimited by size
               into out-text
               with pointer out-length
           end-string.

           move failed-count to count-edit.
           string
               "," X"22" "failed" X"22" ":"
               function trim(count-edit)
               "," X"22" "results" X"22" ":["
               delimited by size
               into out-text
               with pointer out-length
           end-string.

           subtract 1 from out-length.
           perform emit-text.

           set row-number to 0.
           open input result-file.

           if result-stat is equal "00" then
               set result-eof to 0
               perform emit-one-result until result-eof is equal 1
               close result-file
           end-if.

           move "]}" to out-text.
           set out-length to 2.
           perform emit-text.

           if streaming is equal 1 then
               perform send-piece
               call "sendstream_close"
               using by content connect
           else
               compute piece-size = piece-pointer - 1
               call "sendjson_http"
               using by content response-data, by content connect,
                     by content piece-data, by content piece-size,
                     by content request
               if capture-active is not equal 1 then
                   set capture-length to 0
               end-if
           end-if.

           exit paragraph.

       emit-one-result.
           read result-file
               at end
                   set result-eof to 1
                   exit paragraph
           end-read.

           move spaces to out-text.
           set out-length to 1.

           if row-number is greater than 0 then
               string
                   "," delimited by size
                   into out-text
                   with pointer out-length
               end-string
           end-if.

           add 1 to row-number.

           string
               function trim(result-record) delimited by size
               into out-text
               with pointer out-length
           end-string.

           subtract 1 from out-length.
           perform emit-text.

           exit paragraph.

      *    EMIT-TEXT -- out-text(1:out-length) ONTO THE ANSWER. THE
      *    BODY IS HELD TO 7680 BYTES SO IT AND ITS HEADER FIT THE
      *    CAPTURE AREA TOGETHER. THE FIRST TIME IT WILL NOT FIT,
      *    THE ANSWER TURNS INTO A STREAM: THE CAPTURE IS DROPPED
      *    (A PARTIAL REPLAY WOULD BE WORSE THAN NONE), THE HEADER
      *    GOES OUT, AND FROM THEN ON EACH FULL PIECE IS SENT AS
      *    IT FILLS.
       emit-text.
           if piece-pointer + out-length is greater than 7681 then
               if streaming is equal 0 then
                   set capture-active to 0
                   set capture-length to 0
                   set response-headers-size to 1
                   set response-headers(1) to
                       "Content-type: application/json"
                   call "sendstream_http"
                   using by content response-data,
                   by content connect
                   set streaming to 1
               end-if
               perform send-piece
           end-if.

           string
               out-text(1:out-length) delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

      *    SEND-PIECE -- piece-data UP TO piece-pointer OUT IN
      *    1024-BYTE sendstream_append CHUNKS, THEN AN EMPTY PIECE.
       send-piece.
           compute piece-size = piece-pointer - 1.
           set chunk-start to 1.

           perform send-one-chunk
               until chunk-start is greater than piece-size.

           move spaces to piece-data.
           set piece-pointer to 1.

           exit paragraph.

       send-one-chunk.
           compute chunk-size = piece-size - chunk-start + 1.

           if chunk-size is greater than 1024 then
               set chunk-size to 1024
           end-if.

           call "sendstream_append"
           using by content connect,
           by content piece-data(chunk-start:chunk-size),
           by content chunk-size.

           add chunk-size to chunk-start.

           exit paragraph.

      *    SEND-ERROR-RESPONSE -- A REFUSAL OF THE WHOLE BATCH,
      *    out-text ITS REASON; THE IDEMPOTENCY BRACKET IS CLOSED
      *    THE SAME AS FOR A PROCESSED ONE.
       send-error-response.
           move spaces to piece-data.
           set piece-pointer to 1.

           string
               "{" X"22" "error" X"22" ":" X"22"
               function trim(out-text) X"22" "}"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           compute piece-size = piece-pointer - 1.

           call "sendjson_http"
           using by content response-data, by content connect,
                 by content piece-data, by content piece-size,
                 by content request.

      *    A QUOTA OR UNIT-OF-WORK REFUSAL IS NOT THE ANSWER TO
      *    KEEP -- THE SAME KEY RESUBMITTED ONCE IT CLEARS MUST
      *    RUN.
           if status-code is equal 429
           or status-code is equal 500 then
               set capture-length to 0
           end-if.

           perform remove-spool.

           call "idem-end".

           exit paragraph.

      *    REMOVE-SPOOL -- THE OVERSIZED BODY'S FILE IS THIS
      *    HANDLER'S TO REMOVE.
       remove-spool.
           if spool-active is equal 1 then
               call "CBL_DELETE_FILE"
               using function trim(spool-file-name)
               returning delete-status
               set spool-active to 0
           end-if.

           exit paragraph.

       end program http-table-batch.

      *****************************************

       identification division.
