       identification division.
       program-id. change-capture.

      ************************************************************
      * GIVES EVERY COMMITTED ROW CHANGE A DURABLE CHANGE NUMBER
      * AND KEEPS IT, WITH ITS BEFORE AND AFTER IMAGES, IN
      * "changes.dat" (PER TENANT, THROUGH tenant-file-name) SO A
      * DOWNSTREAM SYSTEM (THE WAREHOUSE, BILLING) CAN PULL
      * "EVERYTHING SINCE NUMBER N" THROUGH GET /changes AND
      * RESUME EXACTLY WHERE IT STOPPED. journal.log CANNOT SERVE
      * -- ITS LINES CARRY NO NUMBER OR STAMP, AND A TRANSACTION'S
      * ENTRIES SIT IN A PENDING FILE UNTIL COMMIT. CALLED BY:
      *
      *   db-update / db-delete -- AFTER EACH APPLIED CHANGE
      *                            OUTSIDE A db-tx-begin BRACKET
      *   db-tx-commit          -- FOR EACH ENTRY OF THE GROUP'S
      *                            UNDO FILE, ONCE THE GROUP HAS
      *                            HARDENED (A ROLLED-BACK GROUP
      *                            NEVER APPEARS)
      *
      * NUMBERS COME FROM db-sequence (GAP-FREE ACROSS WORKERS),
      * AND THE NUMBER AND THE WRITE SIT UNDER ONE "_CHANGES"
      * db-lock-acquire LOCK, SO NUMBER N+1 CAN NEVER BE ON FILE
      * WHILE N IS STILL TO COME -- A CONSUMER THAT HAS SEEN N+1
      * HAS SEEN EVERYTHING BELOW IT. IMAGES ARE KEPT AS STORED:
      * SENSITIVE schemas.cfg FIELDS STAY SCRAMBLED. KEYS CARRYING
      * "~" (db-store-large CONTINUATION SEGMENTS) ARE NOT ROWS
      * AND ARE NOT CAPTURED, THE SAME RULE THE BUS FOLLOWS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select change-file assign to dynamic change-file-name
           organization is indexed
           access mode is dynamic
           record key is cg-number
           file status is change-stat.

       data division.

       file section.
       fd change-file.
       01 change-record.
           05 cg-number pic 9(11).
           05 cg-stamp  pic x(29).
           05 cg-action pic x(6).
           05 cg-table  pic x(30).
           05 cg-key    pic x(50).
           05 cg-source pic x(32).
           05 cg-before pic x(1024).
           05 cg-after  pic x(1024).

       working-storage section.
       77 change-stat      pic xx.
       77 change-file-name pic x(64).
       77 tenant-stem      pic x(16) value "changes".
       77 tenant-ext       pic x(4) value "dat".
       77 key-tilde-hits   pic 9(3).
       77 counter-name     pic x(30).
       77 change-number    pic 9(11).
       77 sequence-status  pic 9.
       77 lock-table       pic x(30) value "_CHANGES".
       77 lock-key         pic x(50).
       77 lock-status      pic 9.
       77 change-stamp     pic x(29).
       77 stamp-days       pic 9(4) value 0.
       77 log-level        pic x(5).
       77 log-source       pic x(32) value "change-capture".
       77 log-text         pic x(256).

       linkage section.
       01 db-table      pic x(30).
       01 db-key        pic x(50).
       01 change-action pic x(6).
       01 before-image  pic x(1024).
       01 after-image   pic x(1024).
       01 change-source pic x(32).

       procedure division using db-table, db-key, change-action,
                           before-image, after-image, change-source.

           set key-tilde-hits to 0.
           inspect db-key tallying key-tilde-hits for all "~".

           if key-tilde-hits is greater than 0 then
               exit program
           end-if.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference change-file-name.

      *    ONE COUNTER PER TENANT PARTITION -- THE RESOLVED FILE
      *    NAME IS THE COUNTER'S NAME.
           move change-file-name(1:30) to counter-name.
           move change-file-name(1:50) to lock-key.
           set lock-status to 0.

           call "db-lock-acquire"
           using by content lock-table,
           by content lock-key,
           by reference lock-status.

      *    WITHOUT THE LOCK THE ORDER CANNOT BE PROMISED -- A
      *    CHANGE LEFT OUT IS LOGGED RATHER THAN FILED OUT OF TURN.
           if lock-status is not equal 1 then
               perform log-capture-failure
               exit program
           end-if.

           set sequence-status to 0.

           call "db-sequence"
           using by content counter-name,
           by reference change-number,
           by reference sequence-status.

           if sequence-status is equal 1 then
               perform write-change-record
           else
               perform log-capture-failure
           end-if.

           if lock-status is equal 1 then
               call "db-lock-release"
               using by content lock-table,
               by content lock-key
           end-if.

           exit program.

      *    WRITE-CHANGE-RECORD -- THE NUMBERED CHANGE, THE STORE
      *    CREATED ON FIRST USE.
       write-change-record.
           call "date-utc"
           using by reference change-stamp,
           by content stamp-days.

           open i-o change-file.

           if change-stat is equal "35" then
               open output change-file
               close change-file
               open i-o change-file
           end-if.

           if change-stat is not equal "00" then
               perform log-capture-failure
               exit paragraph
           end-if.

           move spaces to change-record.
           move change-number to cg-number.
           move change-stamp to cg-stamp.
           move change-action to cg-action.
           move db-table to cg-table.
           move db-key to cg-key.
           move change-source to cg-source.
           move before-image to cg-before.
           move after-image to cg-after.

           write change-record
               invalid key
                   perform log-capture-failure
           end-write.

           close change-file.

           exit paragraph.

      *    LOG-CAPTURE-FAILURE -- A CHANGE THE FEED WILL NOT SHOW
      *    IS AN ERROR IN app.log, NAMED BY TABLE AND KEY SO THE
      *    CONSUMER CAN BE TOLD TO RE-PULL THE ROW.
       log-capture-failure.
           move "ERROR" to log-level.
           set log-text to spaces.
           string
               "CHANGE NOT CAPTURED FOR TABLE " delimited by size
               function trim(db-table) delimited by size
               " KEY " delimited by size
               function trim(db-key) delimited by size
               " ACTION " delimited by size
               function trim(change-action) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program change-capture.

      *****************************************

       identification division.
       program-id. changes_http.

      ************************************************************
      * WIRES THE CHANGE FEED ONTO A SITE IN ONE CALL, THE SAME
      * REGISTRATION SHAPE AS crud_http:
      *
      *     call "changes_http" using http-tbl
      *
      * REGISTERS:
      *     GET /changes -- ?since=N[&table=T][&limit=L], THE NEXT
      *                     PAGE OF NUMBERED CHANGES AFTER N (SEE
      *                     http-changes)
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

           set route-path to "/changes".
           set route-method to "GET".
           set route-handle to entry "http-changes".

           call "handle_http"
           using by reference http-tbl,
           by content route-path,
           by content route-method,
           by content route-handle,
           by content route-type.

           exit program.

       end program changes_http.

      *****************************************

       identification division.
       program-id. http-changes.

      ************************************************************
      * GET /changes?since=N[&table=T][&limit=L] -- THE NEXT PAGE
      * OF NUMBERED CHANGES AFTER N, OLDEST FIRST, AS A STREAMED
      * JSON DOCUMENT:
      *
      *   {"changes":[{"change":N,"stamp":..,"action":..,
      *     "table":..,"key":..,"source":..,"before":..,
      *     "after":..},...],"next":N,"more":0|1}
      *
      * A CONSUMER IS AN API-KEY ACCOUNT (apikey-check, METERED
      * LIKE ANY KEYED CALL); ITS NEXT CALL PASSES "next" BACK AS
      * since. ASKING FOR since=N ACKNOWLEDGES EVERYTHING UP TO N,
      * AND THAT POSITION IS KEPT PER CONSUMER (AND TABLE FILTER)
      * IN "changecursor.dat" -- A CALL WITHOUT since RESUMES FROM
      * IT, AND change-lag PRINTS HOW FAR BEHIND EACH CONSUMER
      * STANDS. limit DEFAULTS TO 50 (AT MOST 200); A TABLE-
      * FILTERED CALL LOOKS AT NO MORE THAN 2000 CHANGES, SO A
      * QUIET TABLE STILL ANSWERS PROMPTLY -- "next" THEN MOVES ON
      * PAST WHAT WAS SKIPPED AND "more" SAYS TO CALL AGAIN.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select change-file assign to dynamic change-file-name
           organization is indexed
           access mode is dynamic
           record key is cg-number
           file status is change-stat.

           select cursor-file assign to dynamic cursor-file-name
           organization is indexed
           access mode is dynamic
           record key is cc-fullkey
           file status is cursor-stat.

       data division.

       file section.
       fd change-file.
       01 change-record.
           05 cg-number pic 9(11).
           05 cg-stamp  pic x(29).
           05 cg-action pic x(6).
           05 cg-table  pic x(30).
           05 cg-key    pic x(50).
           05 cg-source pic x(32).
           05 cg-before pic x(1024).
           05 cg-after  pic x(1024).

       fd cursor-file.
       01 cursor-record.
           05 cc-fullkey.
               10 cc-consumer pic x(64).
               10 cc-table    pic x(30).
           05 cc-acked  pic 9(11).
           05 cc-served pic 9(11).
           05 cc-stamp  pic x(14).
           05 cc-calls  pic 9(9).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       77 change-stat      pic xx.
       77 cursor-stat      pic xx.
       77 change-file-name pic x(64).
       77 cursor-file-name pic x(64).
       77 tenant-stem      pic x(16).
       77 tenant-ext       pic x(4).
       77 consumer-name    pic x(64).
       77 check-status     pic 9.
       77 q                pic 9(3).
       77 since-text       pic x(11).
       77 limit-text       pic x(11).
       77 number-length    pic 9(2).
       77 since-number     pic 9(11).
       77 since-given      pic 9.
       77 page-limit       pic 9(3).
       77 filter-table     pic x(30).
       77 next-number      pic 9(11).
       77 served-count     pic 9(3).
       77 scanned-count    pic 9(5).
       77 scan-eof         pic 9.
       77 more-flag        pic 9.
       77 number-edit      pic z(10)9.
       77 chunk-size       pic 9(4).
       77 chunk-start      pic 9(5).

      *    ONE CHANGE'S JSON OBJECT, BUILT WHOLE AND THEN SENT IN
      *    sendstream_append-SIZED SLICES.
       01 object-buffer.
           05 object-data pic x(8192).
           05 object-size pic 9(5).
       77 object-pointer   pic 9(5).

      *    JSON ESCAPING OF ONE IMAGE -- A ROW CAN HOLD QUOTES AND
      *    BACKSLASHES, WHICH WOULD OTHERWISE BREAK THE DOCUMENT.
       77 image-text       pic x(1024).
       77 image-length     pic 9(4).
       77 escaped-text     pic x(2048).
       77 escaped-length   pic 9(4).
       77 e                pic 9(4).
       77 escape-char      pic x.
       77 before-escaped   pic x(2048).
       77 before-length    pic 9(4).

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

       procedure division using request, connect.

           set consumer-name to spaces.
           set check-status to 0.

           call "apikey-check"
           using by content request,
           by reference consumer-name,
           by reference check-status.

           if check-status is equal 0 then
               perform send-unauthorized
               exit program
           end-if.

           if check-status is equal 2 then
               perform send-too-many
               exit program
           end-if.

           set since-text to spaces.
           set limit-text to spaces.
           set filter-table to spaces.
           set since-given to 0.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-query-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set page-limit to 50.
           perform parse-limit.

           set tenant-stem to "changes".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference change-file-name.

           set tenant-stem to "changecursor".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference cursor-file-name.

           perform open-cursor-file.

           set since-number to 0.
           perform parse-since.

      *    NO since: PICK UP FROM THE CONSUMER'S OWN CHECKPOINT.
           if since-given is equal 0 then
               perform read-cursor
               if cursor-stat is equal "00" then
                   move cc-acked to since-number
               end-if
           end-if.

           set response-headers-size to 1.
           set response-headers(1) to
               "Content-type: application/json".
           set status-code to 200.
           set status-text to "OK".

           call "sendstream_http"
           using by content response-data,
           by content connect.

           move spaces to object-data.
           set object-pointer to 1.
           string
               "{" X"22" "changes" X"22" ":["
               into object-data
               with pointer object-pointer
           end-string.
           perform send-object.

           move since-number to next-number.
           set served-count to 0.
           set scanned-count to 0.
           set more-flag to 0.

           open input change-file.

           if change-stat is equal "00" then
               compute cg-number = since-number + 1

               start change-file key is greater than or equal
                   cg-number
                   invalid key
                       set scan-eof to 1
                   not invalid key
                       set scan-eof to 0
               end-start

               perform serve-one-change until scan-eof is equal 1

               close change-file
           end-if.

           move next-number to number-edit.
           move spaces to object-data.
           set object-pointer to 1.
           string
               "]," X"22" "next" X"22" ":"
               function trim(number-edit)
               "," X"22" "more" X"22" ":" more-flag "}" X"0A"
               into object-data
               with pointer object-pointer
           end-string.
           perform send-object.

           call "sendstream_close"
           using by content connect.

           perform write-cursor.

           exit program.

      *    TAKE-ONE-QUERY-FIELD -- ONE parse-path NAME/VALUE PAIR.
       take-one-query-field.
           evaluate get-name(q)
               when "since"
                   move get-value(q)(1:11) to since-text
                   set since-given to 1
               when "table"
                   move get-value(q)(1:30) to filter-table
               when "limit"
                   move get-value(q)(1:11) to limit-text
           end-evaluate.

           exit paragraph.

      *    PARSE-SINCE -- DIGITS ONLY; ANYTHING ELSE COUNTS AS NOT
      *    GIVEN, SO THE CHECKPOINT DECIDES.
       parse-since.
           if since-given is equal 0 then
               exit paragraph
           end-if.

           set number-length to 0.
           inspect since-text tallying number-length
               for characters before initial space.

           if number-length is equal 0
           or since-text(1:number-length) is not numeric then
               set since-given to 0
               exit paragraph
           end-if.

           move since-text(1:number-length) to since-number.

           exit paragraph.

      *    PARSE-LIMIT -- 1 TO 200; ANYTHING ELSE KEEPS THE 50.
       parse-limit.
           set number-length to 0.
           inspect limit-text tallying number-length
               for characters before initial space.

           if number-length is equal 0
           or number-length is greater than 3
           or limit-text(1:number-length) is not numeric then
               exit paragraph
           end-if.

           move limit-text(1:number-length) to page-limit.

           if page-limit is equal 0 then
               set page-limit to 50
           end-if.

           if page-limit is greater than 200 then
               set page-limit to 200
           end-if.

           exit paragraph.

      *    SERVE-ONE-CHANGE -- ONE STEP OF THE WALK FORWARD FROM
      *    since.
       serve-one-change.
           if served-count is not less than page-limit
           or scanned-count is not less than 2000 then
               set more-flag to 1
               set scan-eof to 1
               exit paragraph
           end-if.

           read change-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           add 1 to scanned-count.
           move cg-number to next-number.

           if filter-table is not equal spaces
           and cg-table is not equal filter-table then
               exit paragraph
           end-if.

           move cg-before to image-text.
           perform escape-image.
           move escaped-text to before-escaped.
           move escaped-length to before-length.

           move cg-after to image-text.
           perform escape-image.

           move cg-number to number-edit.
           move spaces to object-data.
           set object-pointer to 1.

           if served-count is greater than 0 then
               string
                   ","
                   into object-data
                   with pointer object-pointer
               end-string
           end-if.

           string
               "{" X"22" "change" X"22" ":"
               function trim(number-edit) ","
               X"22" "stamp" X"22" ":" X"22"
               function trim(cg-stamp) X"22" ","
               X"22" "action" X"22" ":" X"22"
               function trim(cg-action) X"22" ","
               X"22" "table" X"22" ":" X"22"
               function trim(cg-table) X"22" ","
               X"22" "key" X"22" ":" X"22"
               function trim(cg-key) X"22" ","
               X"22" "source" X"22" ":" X"22"
               function trim(cg-source) X"22" ","
               X"22" "before" X"22" ":" X"22"
               into object-data
               with pointer object-pointer
           end-string.

           if before-length is greater than 0 then
               string
                   before-escaped(1:before-length)
                   into object-data
                   with pointer object-pointer
               end-string
           end-if.

           string
               X"22" "," X"22" "after" X"22" ":" X"22"
               into object-data
               with pointer object-pointer
           end-string.

           if escaped-length is greater than 0 then
               string
                   escaped-text(1:escaped-length)
                   into object-data
                   with pointer object-pointer
               end-string
           end-if.

           string
               X"22" "}" X"0A"
               into object-data
               with pointer object-pointer
           end-string.

           perform send-object.

           add 1 to served-count.

           exit paragraph.

      *    ESCAPE-IMAGE -- image-text UP TO ITS LAST NON-SPACE,
      *    WITH '"' AND '\' ESCAPED AND CONTROL BYTES BLANKED.
      *    LEADING SPACES ARE KEPT -- A FIXED-POSITION ROW NEEDS
      *    EVERY OFFSET WHERE IT WAS.
       escape-image.
           move spaces to escaped-text.
           set escaped-length to 0.
           set image-length to 1024.

           perform shorten-image
               until image-length is equal 0
               or image-text(image-length:1) is not equal space.

           perform escape-one-char
               varying e from 1 by 1
               until e is greater than image-length.

           exit paragraph.

       shorten-image.
           subtract 1 from image-length.

           exit paragraph.

       escape-one-char.
           move image-text(e:1) to escape-char.

           if escape-char is equal X"22"
           or escape-char is equal X"5C" then
               add 1 to escaped-length
               move X"5C" to escaped-text(escaped-length:1)
           end-if.

           if escape-char is less than space then
               move space to escape-char
           end-if.

           add 1 to escaped-length.
           move escape-char to escaped-text(escaped-length:1).

           exit paragraph.

      *    SEND-OBJECT -- object-data UP TO object-pointer, IN
      *    1024-BYTE sendstream_append CHUNKS.
       send-object.
           compute object-size = object-pointer - 1.
           set chunk-start to 1.

           perform send-one-chunk
               until chunk-start is greater than object-size.

           exit paragraph.

       send-one-chunk.
           compute chunk-size = object-size - chunk-start + 1.

           if chunk-size is greater than 1024 then
               set chunk-size to 1024
           end-if.

           call "sendstream_append"
           using by content connect,
           by content object-data(chunk-start:chunk-size),
           by content chunk-size.

           add chunk-size to chunk-start.

           exit paragraph.

      *    OPEN-CURSOR-FILE -- THE CHECKPOINT STORE, CREATED ON
      *    FIRST USE.
       open-cursor-file.
           open i-o cursor-file.

           if cursor-stat is equal "35" then
               open output cursor-file
               close cursor-file
               open i-o cursor-file
           end-if.

           exit paragraph.

      *    READ-CURSOR -- THIS CONSUMER'S POSITION FOR THIS
      *    FILTER; cursor-stat "23" WHEN IT HAS NONE YET.
       read-cursor.
           move consumer-name to cc-consumer.
           move filter-table to cc-table.

           read cursor-file
               key is cc-fullkey
               invalid key
                   continue
           end-read.

           exit paragraph.

      *    WRITE-CURSOR -- THE ACKNOWLEDGED POSITION (since) AND
      *    THE LAST NUMBER HANDED OUT, STAMPED AND COUNTED.
       write-cursor.
           perform read-cursor.

           if cursor-stat is equal "00" then
               move since-number to cc-acked
               move next-number to cc-served
               move function current-date(1:14) to cc-stamp
               add 1 to cc-calls
               rewrite cursor-record
           else
               move consumer-name to cc-consumer
               move filter-table to cc-table
               move since-number to cc-acked
               move next-number to cc-served
               move function current-date(1:14) to cc-stamp
               move 1 to cc-calls
               write cursor-record
                   invalid key
                       continue
               end-write
           end-if.

           close cursor-file.

           exit paragraph.

      *    SEND-UNAUTHORIZED / SEND-TOO-MANY -- THE SAME JSON
      *    ANSWERS apikey-guard-middleware GIVES.
       send-unauthorized.
           set buffer-data to spaces.
           set buffer-size to 1.

           string
               "HTTP/1.1 401 Unauthorized" X"0A"
               "Content-type: application/json" X"0A" X"0A"
               "{" X"22" "error" X"22" ":" X"22"
               "api key required" X"22" "}"
               into buffer-data
               with pointer buffer-size
           end-string.

           subtract 1 from buffer-size.

           call "send_tcp"
           using by value connect,
           by content buffer-data(1:buffer-size),
           by value buffer-size.

           exit paragraph.

       send-too-many.
           set buffer-data to spaces.
           set buffer-size to 1.

           string
               "HTTP/1.1 429 Too Many Requests" X"0A"
               "Content-type: application/json" X"0A" X"0A"
               "{" X"22" "error" X"22" ":" X"22"
               "monthly quota exhausted" X"22" "}"
               into buffer-data
               with pointer buffer-size
           end-string.

           subtract 1 from buffer-size.

           call "send_tcp"
           using by value connect,
           by content buffer-data(1:buffer-size),
           by value buffer-size.

           exit paragraph.

       end program http-changes.

      *****************************************

       identification division.
       program-id. change-lag.

      ************************************************************
      * THE OPS VIEW OF THE CHANGE FEED -- ONE LINE PER CONSUMER
      * (AND TABLE FILTER) IN changecursor.dat: THE POSITION IT
      * HAS ACKNOWLEDGED, THE LAST NUMBER IT WAS HANDED, THE
      * NEWEST CHANGE ON FILE, HOW MANY CHANGES IT IS BEHIND AND
      * WHEN IT LAST CALLED. RUN PER TENANT (TENANT ENV) LIKE
      * EVERY OTHER BATCH STEP.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select change-file assign to dynamic change-file-name
           organization is indexed
           access mode is dynamic
           record key is cg-number
           file status is change-stat.

           select cursor-file assign to dynamic cursor-file-name
           organization is indexed
           access mode is sequential
           record key is cc-fullkey
           file status is cursor-stat.

       data division.

       file section.
       fd change-file.
       01 change-record.
           05 cg-number pic 9(11).
           05 cg-stamp  pic x(29).
           05 cg-action pic x(6).
           05 cg-table  pic x(30).
           05 cg-key    pic x(50).
           05 cg-source pic x(32).
           05 cg-before pic x(1024).
           05 cg-after  pic x(1024).

       fd cursor-file.
       01 cursor-record.
           05 cc-fullkey.
               10 cc-consumer pic x(64).
               10 cc-table    pic x(30).
           05 cc-acked  pic 9(11).
           05 cc-served pic 9(11).
           05 cc-stamp  pic x(14).
           05 cc-calls  pic 9(9).

       working-storage section.
       77 change-stat      pic xx.
       77 cursor-stat      pic xx.
       77 change-file-name pic x(64).
       77 cursor-file-name pic x(64).
       77 tenant-stem      pic x(16).
       77 tenant-ext       pic x(4).
       77 latest-number    pic 9(11).
       77 behind-count     pic 9(11).
       77 cursor-eof       pic 9.
       77 consumer-count   pic 9(5).
       77 number-edit      pic z(10)9.
       77 acked-edit       pic z(10)9.
       77 behind-edit      pic z(10)9.
       77 table-shown      pic x(30).

       procedure division.

           set tenant-stem to "changes".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference change-file-name.

           set tenant-stem to "changecursor".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference cursor-file-name.

      *    THE NEWEST CHANGE IS THE LAST KEY ON FILE.
           set latest-number to 0.

           open input change-file.

           if change-stat is equal "00" then
               move 99999999999 to cg-number

               start change-file key is less than or equal cg-number
                   invalid key
                       continue
                   not invalid key
                       read change-file next record
                           at end
                               continue
                           not at end
                               move cg-number to latest-number
                       end-read
               end-start

               close change-file
           end-if.

           move latest-number to number-edit.
           display "NEWEST CHANGE ON FILE " function trim(number-edit).

           open input cursor-file.

           if cursor-stat is not equal "00" then
               display "NO CONSUMERS HAVE READ THE FEED"
               goback
           end-if.

           set consumer-count to 0.
           set cursor-eof to 0.

           perform show-one-consumer until cursor-eof is equal 1.

           close cursor-file.

           if consumer-count is equal 0 then
               display "NO CONSUMERS HAVE READ THE FEED"
           end-if.

           goback.

      *    SHOW-ONE-CONSUMER -- ONE CHECKPOINT LINE.
       show-one-consumer.
           read cursor-file next record
               at end
                   set cursor-eof to 1
                   exit paragraph
           end-read.

           add 1 to consumer-count.

           set behind-count to 0.
           if latest-number is greater than cc-acked then
               compute behind-count = latest-number - cc-acked
           end-if.

           set table-shown to "(all)".
           if cc-table is not equal spaces then
               move cc-table to table-shown
           end-if.

           move cc-acked to acked-edit.
           move cc-served to number-edit.
           move behind-count to behind-edit.

           display function trim(cc-consumer) " "
               function trim(table-shown)
               " ACKED " function trim(acked-edit)
               " SERVED " function trim(number-edit)
               " BEHIND " function trim(behind-edit)
               " LAST CALL " cc-stamp.

           exit paragraph.

       end program change-lag.
