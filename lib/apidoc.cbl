       identification division.
       program-id. http-api-description.

      ************************************************************
      * GET /openapi.json -- THE API DESCRIPTION A NEW CONSUMER
      * GENERATES ITS CLIENT FROM, BUILT AT REQUEST TIME FROM THE
      * FACTS THE SERVER ALREADY HOLDS, SO IT IS NEVER OUT OF DATE
      * THE WAY THE HAND-TYPED DOCUMENT ALWAYS WAS:
      *
      *   - EVERY REGISTERED http-route (PICKED UP THROUGH THE
      *     EXTERNAL POINTER define_http PARKS), GROUPED BY PATH,
      *     WITH ITS METHOD AND ITS ":param" SEGMENTS AS PATH
      *     PARAMETERS ("/orders/:id" IS PUBLISHED "/orders/{id}")
      *   - EACH crud_http TABLE (RECOGNIZED BY ITS ROUTES' SHARED
      *     HANDLERS) AS A COMPONENT SCHEMA WHOSE PROPERTIES ARE
      *     THE TABLE'S schemas.cfg FIELDS: NUMERIC IS AN INTEGER
      *     OF AT MOST <length> DIGITS, EMAIL A STRING OF FORMAT
      *     email, MAXLEN A STRING OF AT MOST THE DECLARED MAXIMUM,
      *     CODE A STRING FROM THE NAMED code-lookup LIST, ANYTHING
      *     ELSE A STRING OF THE FIELD'S LENGTH; NONEMPTY, NUMERIC
      *     AND EMAIL FIELDS ARE REQUIRED. THE ROW TRAVELS AS THE
      *     FIXED-POSITION IMAGE, SO EACH PROPERTY ALSO CARRIES ITS
      *     x-offset AND x-length
      *   - WHICH ROUTES ARE GUARDED: EVERY ROUTE NEEDS AN
      *     X-Api-Key WHEN apikey-guard-middleware IS THE SITE'S
      *     MIDDLEWARE; UNDER role-guard-middleware A ROUTE A
      *     routeroles.cfg PATTERN COVERS NEEDS A SIGNED-IN SESSION
      *     OF THAT ROLE (x-required-role); THE /admin CONSOLE'S
      *     OWN HANDLERS ADMIT ONLY admin
      *
      * THE DOCUMENT IS OPENAPI 3.0 JSON, STREAMED IN PIECES SO A
      * BIG ROUTE TABLE NEVER HAS TO FIT ONE BUFFER. SETTINGS:
      * API_TITLE (DEFAULT "database.dat API") AND API_VERSION
      * (DEFAULT "1.0").
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select schema-config assign to "schemas.cfg"
           organization is line sequential
           file status is config-stat.

           select role-config assign to "routeroles.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd schema-config.
       01 config-record pic x(128).

       fd role-config.
       01 role-record pic x(128).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 api-route-table usage pointer external.

       77 config-stat  pic xx.
       77 config-eof   pic 9.
       77 api-title    pic x(64).
       77 api-version  pic x(16).

      *    THE HANDLERS WHOSE ROUTES MEAN SOMETHING HERE.
       77 list-entry   usage procedure-pointer.
       77 get-entry    usage procedure-pointer.
       77 create-entry usage procedure-pointer.
       77 update-entry usage procedure-pointer.
       77 delete-entry usage procedure-pointer.
       77 batch-entry  usage procedure-pointer.
       77 role-guard-entry   usage procedure-pointer.
       77 apikey-guard-entry usage procedure-pointer.
       01 admin-entries.
           05 admin-entry occurs 5 times usage procedure-pointer.
       77 a            pic 9.
       77 admin-route  pic 9.
       77 role-guarded pic 9.
       77 key-guarded  pic 9.

       01 role-rules.
           05 role-rule occurs 100 times.
               10 rr-pattern pic x(64).
               10 rr-role    pic x(16).
           05 role-rule-size pic 9(3).
       01 role-fields.
           05 rf-pattern pic x(64).
           05 rf-role    pic x(16).
       77 rr           pic 9(3).
       77 route-role   pic x(16).

      *    DISTINCT PATHS, EACH BY THE FIRST ROUTE CARRYING IT.
       01 path-list.
           05 path-first occurs 2048 times pic 9(5).
           05 path-list-size pic 9(5).
       77 p            pic 9(5).
       77 r            pic 9(5).
       77 path-seen    pic 9.
       77 operation-count pic 9(2).

       01 crud-tables.
           05 crud-table occurs 50 times pic x(30).
           05 crud-table-size pic 9(2).
       77 ct           pic 9(2).
       77 route-table  pic x(30).
       77 route-kind   pic x(8).

      *    ONE PATH TAKEN APART: ITS SEGMENTS, ITS OPENAPI FORM
      *    AND AN OPERATION-ID STEM.
       77 split-source pic x(256).
       01 split-segments.
           05 split-seg occurs 16 times pic x(64).
           05 split-count pic 9(2).
       01 route-segments.
           05 route-seg occurs 16 times pic x(64).
           05 route-count pic 9(2).
       77 sg           pic 9(2).
       77 seg-pointer  pic 9(3).
       77 seg-char     pic x(1).
       77 c            pic 9(3).
       77 source-length pic 9(3).
       77 segments-match pic 9.
       77 path-text    pic x(512).
       77 path-pointer pic 9(4).
       77 operation-stem pic x(256).
       77 stem-pointer pic 9(4).
       77 param-count  pic 9(2).
       77 method-text  pic x(16).

       77 schema-table pic x(30).
       01 schema-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-offset-text pic x(6).
           05 cfg-length-text pic x(6).
           05 cfg-rule   pic x(16).
           05 cfg-maxlen-text pic x(20).
       77 cfg-offset   pic 9(4).
       77 cfg-length   pic 9(4).
       77 cfg-maxlen   pic 9(4).
       77 property-count pic 9(3).
       01 required-list.
           05 required-name occurs 50 times pic x(30).
           05 required-size pic 9(2).
       77 q            pic 9(2).
       77 number-edit  pic z(3)9.
       77 nines        pic x(18) value all "9".

      *    ONE PIECE OF THE DOCUMENT, SENT IN sendstream_append-
      *    SIZED SLICES.
       01 piece-data   pic x(4096).
       77 piece-pointer pic 9(5).
       77 piece-size   pic 9(5).
       77 chunk-size   pic 9(4).
       77 chunk-start  pic 9(5).

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

       procedure division using request, connect.

           set api-title to spaces.
           accept api-title from environment "API_TITLE".
           if api-title is equal spaces then
               set api-title to "database.dat API"
           end-if.

           set api-version to spaces.
           accept api-version from environment "API_VERSION".
           if api-version is equal spaces then
               set api-version to "1.0"
           end-if.

           set list-entry to entry "http-table-list".
           set get-entry to entry "http-table-get".
           set create-entry to entry "http-table-create".
           set update-entry to entry "http-table-update".
           set delete-entry to entry "http-table-delete".
           set batch-entry to entry "http-table-batch".
           set role-guard-entry to entry "role-guard-middleware".
           set apikey-guard-entry to entry "apikey-guard-middleware".
           set admin-entry(1) to entry "http-admin-sessions".
           set admin-entry(2) to entry "http-admin-ratelimits".
           set admin-entry(3) to entry "http-admin-routes".
           set admin-entry(4) to entry "http-admin-maintenance".
           set admin-entry(5) to entry "http-admin-shutdown".

           set response-headers-size to 1.
           set response-headers(1) to
               "Content-type: application/json".
           set status-code to 200.
           set status-text to "OK".

           call "sendstream_http"
           using by content response-data,
           by content connect.

           move spaces to piece-data.
           set piece-pointer to 1.

           string
               "{" X"22" "openapi" X"22" ":" X"22" "3.0.3" X"22"
               "," X"22" "info" X"22" ":{"
               X"22" "title" X"22" ":" X"22"
               function trim(api-title) X"22" ","
               X"22" "version" X"22" ":" X"22"
               function trim(api-version) X"22" "},"
               X"22" "paths" X"22" ":{"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           initialize path-list.
           initialize crud-tables.
           set role-guarded to 0.
           set key-guarded to 0.

           if api-route-table is not equal null then
               set address of http-tbl to api-route-table

               if has-middleware is equal 1 then
                   if http-middleware is equal role-guard-entry then
                       set role-guarded to 1
                       perform load-role-rules
                   end-if
                   if http-middleware is equal apikey-guard-entry
                       set key-guarded to 1
                   end-if
               end-if

               perform collect-one-route
                   varying r from 1 by 1
                   until r is not less than http-len

               perform emit-one-path
                   varying p from 1 by 1
                   until p is greater than path-list-size
           end-if.

           string
               "}," X"22" "components" X"22" ":{"
               X"22" "securitySchemes" X"22" ":{"
               X"22" "apiKey" X"22" ":{"
               X"22" "type" X"22" ":" X"22" "apiKey" X"22" ","
               X"22" "in" X"22" ":" X"22" "header" X"22" ","
               X"22" "name" X"22" ":" X"22" "X-Api-Key" X"22" "},"
               X"22" "sessionCookie" X"22" ":{"
               X"22" "type" X"22" ":" X"22" "apiKey" X"22" ","
               X"22" "in" X"22" ":" X"22" "cookie" X"22" ","
               X"22" "name" X"22" ":" X"22" "session" X"22" "}},"
               X"22" "schemas" X"22" ":{"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           perform emit-one-schema
               varying ct from 1 by 1
               until ct is greater than crud-table-size.

           string
               "}}}"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           call "sendstream_close"
           using by content connect.

           exit program.

      *    LOAD-ROLE-RULES -- routeroles.cfg, IN FILE ORDER (THE
      *    MIDDLEWARE'S FIRST MATCHING LINE WINS, AND SO HERE).
       load-role-rules.
           initialize role-rules.

           open input role-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform take-one-role-rule until config-eof is equal 1.

           close role-config.

           exit paragraph.

       take-one-role-rule.
           read role-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize role-fields.
           unstring role-record delimited by all X"20"
               into rf-pattern, rf-role
           end-unstring.

           if rf-pattern is equal spaces
           or rf-role is equal spaces
           or role-rule-size is equal 100 then
               exit paragraph
           end-if.

           add 1 to role-rule-size.
           move rf-pattern to rr-pattern(role-rule-size).
           move rf-role to rr-role(role-rule-size).

           exit paragraph.

      *    COLLECT-ONE-ROUTE -- A PATH NOT YET LISTED JOINS THE
      *    LIST; A crud_http LIST ROUTE NAMES A CRUD TABLE.
       collect-one-route.
           if tab-path(r) is equal spaces
           or tab-path(r)(1:2) is equal "##" then
               exit paragraph
           end-if.

           if func(r) is equal list-entry
           and crud-table-size is less than 50 then
               add 1 to crud-table-size
               move tab-path(r)(2:30) to crud-table(crud-table-size)
           end-if.

           set path-seen to 0.
           perform match-one-path
               varying p from 1 by 1
               until p is greater than path-list-size
               or path-seen is equal 1.

           if path-seen is equal 0 then
               add 1 to path-list-size
               move r to path-first(path-list-size)
           end-if.

           exit paragraph.

       match-one-path.
           if tab-path(path-first(p)) is equal tab-path(r) then
               set path-seen to 1
           end-if.

           exit paragraph.

      *    EMIT-ONE-PATH -- "<path>":{ ONE OPERATION PER ROUTE
      *    REGISTERED ON IT }.
       emit-one-path.
           move path-first(p) to r.
           perform take-path-apart.

           if p is greater than 1 then
               string
                   "," delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               X"22" path-text(1:path-pointer - 1) X"22" ":{"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           set operation-count to 0.

           perform emit-one-operation
               varying r from path-first(p) by 1
               until r is not less than http-len.

           string
               "}" delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

      *    TAKE-PATH-APART -- ROUTE r'S PATH INTO SEGMENTS, THE
      *    OPENAPI TEMPLATE ("{id}" FOR ":id") AND AN OPERATION-ID
      *    STEM OF LETTERS, DIGITS AND UNDERSCORES.
       take-path-apart.
           move tab-path(r)(1:256) to split-source.
           perform split-path.

           move spaces to path-text.
           set path-pointer to 1.
           move spaces to operation-stem.
           set stem-pointer to 1.
           set param-count to 0.

           perform template-one-segment
               varying sg from 1 by 1
               until sg is greater than split-count.

           if split-count is equal 0 then
               string
                   "/" delimited by size
                   into path-text
                   with pointer path-pointer
               end-string
           end-if.

           exit paragraph.

       template-one-segment.
           if split-seg(sg)(1:1) is equal ":" then
               add 1 to param-count
               string
                   "/{" function trim(split-seg(sg)(2:63)) "}"
                   delimited by size
                   into path-text
                   with pointer path-pointer
               end-string
               string
                   "_by_" function trim(split-seg(sg)(2:63))
                   delimited by size
                   into operation-stem
                   with pointer stem-pointer
               end-string
               exit paragraph
           end-if.

           string
               "/" function trim(split-seg(sg))
               delimited by size
               into path-text
               with pointer path-pointer
           end-string.

           string
               "_" function trim(split-seg(sg))
               delimited by size
               into operation-stem
               with pointer stem-pointer
           end-string.

           inspect operation-stem converting
               "-./~*+:{}" to "_________".

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

      *    EMIT-ONE-OPERATION -- ROUTE r, WHEN IT IS ON THE PATH
      *    BEING WRITTEN.
       emit-one-operation.
           if tab-path(r) is not equal tab-path(path-first(p)) then
               exit paragraph
           end-if.

           if piece-pointer is greater than 2800 then
               perform send-piece
           end-if.

           if operation-count is greater than 0 then
               string
                   "," delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           add 1 to operation-count.

           move function lower-case(tab-method(r)) to method-text.

           perform classify-route.

           string
               X"22" function trim(method-text) X"22" ":{"
               X"22" "operationId" X"22" ":" X"22"
               function trim(method-text)
               operation-stem(1:stem-pointer - 1) X"22"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           if route-kind is not equal spaces then
               string
                   "," X"22" "tags" X"22" ":[" X"22"
                   function trim(route-table) X"22" "]"
                   delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           perform emit-parameters.
           perform emit-request-body.
           perform emit-responses.
           perform emit-security.

           string
               "}" delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

      *    CLASSIFY-ROUTE -- route-kind LIST/GET/CREATE/UPDATE/
      *    DELETE/BATCH FOR A crud_http ROUTE (route-table ITS TABLE),
      *    SPACES FOR ANY OTHER.
       classify-route.
           move spaces to route-kind.
           move spaces to route-table.

           evaluate true
               when func(r) is equal list-entry
                   move "LIST" to route-kind
               when func(r) is equal get-entry
                   move "GET" to route-kind
               when func(r) is equal create-entry
                   move "CREATE" to route-kind
               when func(r) is equal update-entry
                   move "UPDATE" to route-kind
               when func(r) is equal delete-entry
                   move "DELETE" to route-kind
               when func(r) is equal batch-entry
                   move "BATCH" to route-kind
           end-evaluate.

           if route-kind is not equal spaces then
               move split-seg(1) to route-table
           end-if.

           exit paragraph.

      *    EMIT-PARAMETERS -- EACH ":param" SEGMENT AS A REQUIRED
      *    PATH PARAMETER; A crud LIST ALSO TAKES "after".
       emit-parameters.
           if param-count is equal 0
           and route-kind is not equal "LIST"
           and route-kind is not equal "BATCH" then
               exit paragraph
           end-if.

           string
               "," X"22" "parameters" X"22" ":["
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           set q to 0.

           perform emit-one-parameter
               varying sg from 1 by 1
               until sg is greater than split-count.

           if route-kind is equal "LIST" then
               if q is greater than 0 then
                   string
                       "," delimited by size
                       into piece-data
                       with pointer piece-pointer
                   end-string
               end-if
               string
                   "{" X"22" "name" X"22" ":" X"22" "after" X"22"
                   "," X"22" "in" X"22" ":" X"22" "query" X"22"
                   "," X"22" "required" X"22" ":false"
                   "," X"22" "description" X"22" ":" X"22"
                   "RESUME THE LISTING PAST THIS KEY" X"22"
                   "," X"22" "schema" X"22" ":{"
                   X"22" "type" X"22" ":" X"22" "string" X"22"
                   "}}"
                   delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           if route-kind is equal "BATCH" then
               string
                   "{" X"22" "name" X"22" ":" X"22" "mode" X"22"
                   "," X"22" "in" X"22" ":" X"22" "query" X"22"
                   "," X"22" "required" X"22" ":false"
                   "," X"22" "schema" X"22" ":{"
                   X"22" "type" X"22" ":" X"22" "string" X"22" ","
                   X"22" "enum" X"22" ":[" X"22" "all" X"22" ","
                   X"22" "best" X"22" "]}}"
                   delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               "]" delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

       emit-one-parameter.
           if split-seg(sg)(1:1) is not equal ":" then
               exit paragraph
           end-if.

           if q is greater than 0 then
               string
                   "," delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           add 1 to q.

           string
               "{" X"22" "name" X"22" ":" X"22"
               function trim(split-seg(sg)(2:63)) X"22"
               "," X"22" "in" X"22" ":" X"22" "path" X"22"
               "," X"22" "required" X"22" ":true"
               "," X"22" "schema" X"22" ":{"
               X"22" "type" X"22" ":" X"22" "string" X"22" "}}"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

      *    EMIT-REQUEST-BODY -- A crud CREATE OR UPDATE TAKES THE
      *    ROW IMAGE AS ITS BODY; A BATCH, AN ARRAY OF ROW OPERATIONS.
       emit-request-body.
           if route-kind is equal "BATCH" then
               string
                   "," X"22" "requestBody" X"22" ":{"
                   X"22" "required" X"22" ":true,"
                   X"22" "content" X"22" ":{"
                   X"22" "application/json" X"22" ":{"
                   X"22" "schema" X"22" ":{"
                   X"22" "type" X"22" ":" X"22" "array" X"22" ","
                   X"22" "items" X"22" ":{"
                   X"22" "type" X"22" ":" X"22" "object" X"22" ","
                   X"22" "properties" X"22" ":{"
                   X"22" "op" X"22" ":{"
                   X"22" "type" X"22" ":" X"22" "string" X"22" ","
                   X"22" "enum" X"22" ":[" X"22" "create" X"22" ","
                   X"22" "upsert" X"22" "," X"22" "delete" X"22"
                   "]},"
                   X"22" "key" X"22" ":{"
                   X"22" "type" X"22" ":" X"22" "string" X"22" "},"
                   X"22" "value" X"22" ":{"
                   X"22" "$ref" X"22" ":" X"22"
                   "#/components/schemas/" function trim(route-table)
                   X"22" "}}}}}}}"
                   delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
               exit paragraph
           end-if.

           if route-kind is not equal "CREATE"
           and route-kind is not equal "UPDATE" then
               exit paragraph
           end-if.

           string
               "," X"22" "requestBody" X"22" ":{"
               X"22" "required" X"22" ":true,"
               X"22" "content" X"22" ":{"
               X"22" "text/plain" X"22" ":{"
               X"22" "schema" X"22" ":{"
               X"22" "$ref" X"22" ":" X"22"
               "#/components/schemas/" function trim(route-table)
               X"22" "}}}}"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

      *    EMIT-RESPONSES -- WHAT THE crud HANDLERS ANSWER; ANY
      *    OTHER ROUTE IS DESCRIBED ONLY AS ANSWERING 200.
       emit-responses.
           string
               "," X"22" "responses" X"22" ":{"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           evaluate route-kind
               when "LIST"
                   string
                       X"22" "200" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "ROW KEYS, 50 TO A PAGE" X"22" ","
                       X"22" "content" X"22" ":{"
                       X"22" "application/json" X"22" ":{"
                       X"22" "schema" X"22" ":{"
                       X"22" "type" X"22" ":"
                       X"22" "object" X"22" ","
                       X"22" "properties" X"22" ":{"
                       X"22" "keys" X"22" ":{"
                       X"22" "type" X"22" ":" X"22" "array" X"22"
                       "," X"22" "items" X"22" ":{"
                       X"22" "type" X"22" ":" X"22" "string" X"22"
                       "}},"
                       X"22" "more" X"22" ":{"
                       X"22" "type" X"22" ":"
                       X"22" "boolean" X"22" "}}}}}}"
                       delimited by size
                       into piece-data
                       with pointer piece-pointer
                   end-string
               when "GET"
                   string
                       X"22" "200" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "THE ROW" X"22" ","
                       X"22" "content" X"22" ":{"
                       X"22" "application/json" X"22" ":{"
                       X"22" "schema" X"22" ":{"
                       X"22" "type" X"22" ":"
                       X"22" "object" X"22" ","
                       X"22" "properties" X"22" ":{"
                       X"22" "key" X"22" ":{"
                       X"22" "type" X"22" ":"
                       X"22" "string" X"22" "},"
                       X"22" "stamp" X"22" ":{"
                       X"22" "type" X"22" ":"
                       X"22" "string" X"22" "},"
                       X"22" "value" X"22" ":{"
                       X"22" "$ref" X"22" ":" X"22"
                       "#/components/schemas/"
                       function trim(route-table) X"22"
                       "}}}}}},"
                       X"22" "404" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "NOT FOUND" X"22" "}"
                       delimited by size
                       into piece-data
                       with pointer piece-pointer
                   end-string
               when "CREATE"
                   string
                       X"22" "201" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "CREATED UNDER THE KEY RETURNED" X"22"
                       "},"
                       X"22" "422" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "ROW REFUSED BY ITS SCHEMA OR PARENT"
                       " KEY CHECK" X"22" "}"
                       delimited by size
                       into piece-data
                       with pointer piece-pointer
                   end-string
               when "UPDATE"
                   string
                       X"22" "200" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "STORED" X"22" "},"
                       X"22" "422" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "ROW REFUSED BY ITS SCHEMA OR PARENT"
                       " KEY CHECK" X"22" "}"
                       delimited by size
                       into piece-data
                       with pointer piece-pointer
                   end-string
               when "BATCH"
                   string
                       X"22" "200" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "ONE RESULT PER ROW; COMMITTED" X"22"
                       "},"
                       X"22" "400" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "MALFORMED BATCH BODY" X"22" "},"
                       X"22" "413" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "TOO MANY ROWS" X"22" "},"
                       X"22" "422" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "ONE RESULT PER ROW; ROLLED BACK" X"22"
                       "},"
                       X"22" "429" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "QUOTA EXHAUSTED" X"22" "}"
                       delimited by size
                       into piece-data
                       with pointer piece-pointer
                   end-string
               when "DELETE"
                   string
                       X"22" "200" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "DELETED" X"22" "},"
                       X"22" "404" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "NOT FOUND" X"22" "}"
                       delimited by size
                       into piece-data
                       with pointer piece-pointer
                   end-string
               when other
                   string
                       X"22" "200" X"22" ":{"
                       X"22" "description" X"22" ":"
                       X"22" "OK" X"22" "}"
                       delimited by size
                       into piece-data
                       with pointer piece-pointer
                   end-string
           end-evaluate.

           string
               "}" delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

      *    EMIT-SECURITY -- THE GUARDS STANDING IN FRONT OF ROUTE r.
       emit-security.
           move spaces to route-role.

           set admin-route to 0.
           perform match-admin-entry
               varying a from 1 by 1
               until a is greater than 5
               or admin-route is equal 1.

           if admin-route is equal 1 then
               move "admin" to route-role
           end-if.

           if role-guarded is equal 1
           and route-role is equal spaces then
               perform find-route-role
           end-if.

           if key-guarded is equal 1 then
               string
                   "," X"22" "security" X"22" ":[{"
                   X"22" "apiKey" X"22" ":[]}]"
                   delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           if route-role is equal spaces then
               exit paragraph
           end-if.

           if key-guarded is equal 0 then
               string
                   "," X"22" "security" X"22" ":[{"
                   X"22" "sessionCookie" X"22" ":[]}]"
                   delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               "," X"22" "x-required-role" X"22" ":" X"22"
               function trim(route-role) X"22"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

       match-admin-entry.
           if func(r) is equal admin-entry(a) then
               set admin-route to 1
           end-if.

           exit paragraph.

      *    FIND-ROUTE-ROLE -- THE FIRST routeroles.cfg PATTERN
      *    COVERING THE ROUTE, SEGMENT BY SEGMENT; A ":" SEGMENT ON
      *    EITHER SIDE STANDS FOR ANY VALUE.
       find-route-role.
           perform try-one-role-rule
               varying rr from 1 by 1
               until rr is greater than role-rule-size
               or route-role is not equal spaces.

           exit paragraph.

       try-one-role-rule.
           move split-segments to route-segments.

           move rr-pattern(rr) to split-source.
           perform split-path.

           set segments-match to 0.

           if split-count is equal route-count then
               set segments-match to 1
               perform compare-one-segment
                   varying sg from 1 by 1
                   until sg is greater than split-count
                   or segments-match is equal 0
           end-if.

           if segments-match is equal 1 then
               move rr-role(rr) to route-role
           end-if.

           move route-segments to split-segments.

           exit paragraph.

       compare-one-segment.
           if split-seg(sg)(1:1) is equal ":"
           or route-seg(sg)(1:1) is equal ":" then
               exit paragraph
           end-if.

           if split-seg(sg) is not equal route-seg(sg) then
               set segments-match to 0
           end-if.

           exit paragraph.

      *    EMIT-ONE-SCHEMA -- crud TABLE ct'S ROW, ITS PROPERTIES
      *    FROM schemas.cfg IN DECLARATION ORDER.
       emit-one-schema.
           move crud-table(ct) to schema-table.

           if ct is greater than 1 then
               string
                   "," delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               X"22" function trim(schema-table) X"22" ":{"
               X"22" "type" X"22" ":" X"22" "object" X"22" ","
               X"22" "description" X"22" ":" X"22"
               "FIXED-POSITION ROW IMAGE - EACH PROPERTY SITS AT"
               " x-offset FOR x-length CHARACTERS" X"22" ","
               X"22" "properties" X"22" ":{"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           set property-count to 0.
           initialize required-list.

           open input schema-config.

           if config-stat is equal "00" then
               set config-eof to 0
               perform emit-one-property until config-eof is equal 1
               close schema-config
           end-if.

           string
               "}" delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           if required-size is greater than 0 then
               string
                   "," X"22" "required" X"22" ":["
                   delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
               perform emit-one-required
                   varying q from 1 by 1
                   until q is greater than required-size
               string
                   "]" delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               "}" delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

       emit-one-required.
           if q is greater than 1 then
               string
                   "," delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               X"22" function trim(required-name(q)) X"22"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

      *    EMIT-ONE-PROPERTY -- ONE schemas.cfg LINE OF THE TABLE,
      *    PARSED AS db-validate-row PARSES IT, ITS RULE TURNED
      *    INTO A TYPE, A MAXIMUM AND THE REQUIRED FLAG.
       emit-one-property.
           read schema-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize schema-fields.
           set cfg-offset to 0.
           set cfg-length to 0.
           set cfg-maxlen to 0.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field,
                    cfg-offset-text, cfg-length-text,
                    cfg-rule, cfg-maxlen-text
           end-unstring.

           if cfg-table is not equal schema-table then
               exit paragraph
           end-if.

           if cfg-offset-text is not equal spaces then
               move function trim(cfg-offset-text) to cfg-offset
           end-if.

           if cfg-length-text is not equal spaces then
               move function trim(cfg-length-text) to cfg-length
           end-if.

           if cfg-offset is equal 0
           or cfg-length is equal 0
           or cfg-offset + cfg-length - 1 is greater than 1024 then
               exit paragraph
           end-if.

           if cfg-rule is equal "MAXLEN"
           and cfg-maxlen-text is not equal spaces then
               move function trim(cfg-maxlen-text) to cfg-maxlen
           end-if.

           if piece-pointer is greater than 3200 then
               perform send-piece
           end-if.

           if property-count is greater than 0 then
               string
                   "," delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           add 1 to property-count.

           string
               X"22" function trim(cfg-field) X"22" ":{"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           evaluate cfg-rule
               when "NUMERIC"
                   string
                       X"22" "type" X"22" ":"
                       X"22" "integer" X"22" ","
                       X"22" "minimum" X"22" ":0"
                       delimited by size
                       into piece-data
                       with pointer piece-pointer
                   end-string
                   if cfg-length is not greater than 18 then
                       string
                           "," X"22" "maximum" X"22" ":"
                           nines(1:cfg-length)
                           delimited by size
                           into piece-data
                           with pointer piece-pointer
                       end-string
                   end-if
               when "EMAIL"
                   move cfg-length to number-edit
                   string
                       X"22" "type" X"22" ":"
                       X"22" "string" X"22" ","
                       X"22" "format" X"22" ":"
                       X"22" "email" X"22" ","
                       X"22" "maxLength" X"22" ":"
                       function trim(number-edit)
                       delimited by size
                       into piece-data
                       with pointer piece-pointer
                   end-string
               when other
                   if cfg-maxlen is greater than 0
                   and cfg-maxlen is less than cfg-length then
                       move cfg-maxlen to number-edit
                   else
                       move cfg-length to number-edit
                   end-if
                   string
                       X"22" "type" X"22" ":"
                       X"22" "string" X"22" ","
                       X"22" "maxLength" X"22" ":"
                       function trim(number-edit)
                       delimited by size
                       into piece-data
                       with pointer piece-pointer
                   end-string
           end-evaluate.

           if cfg-rule is equal "NONEMPTY" then
               string
                   "," X"22" "minLength" X"22" ":1"
                   delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           if cfg-rule is equal "CODE"
           and cfg-maxlen-text is not equal spaces then
               string
                   "," X"22" "x-code-list" X"22" ":" X"22"
                   function trim(cfg-maxlen-text) X"22"
                   delimited by size
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           move cfg-offset to number-edit.
           string
               "," X"22" "x-offset" X"22" ":"
               function trim(number-edit)
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           move cfg-length to number-edit.
           string
               "," X"22" "x-length" X"22" ":"
               function trim(number-edit) "}"
               delimited by size
               into piece-data
               with pointer piece-pointer
           end-string.

           if (cfg-rule is equal "NONEMPTY"
           or cfg-rule is equal "NUMERIC"
           or cfg-rule is equal "EMAIL")
           and required-size is less than 50 then
               add 1 to required-size
               move cfg-field to required-name(required-size)
           end-if.

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

       end program http-api-description.
