       identification division.
       program-id. reject-set-register.

      ************************************************************
      * HANDS A LOADER RUN'S REJECT FILE TO THE REPAIR SCREEN
      * (/maintain/rejects, BELOW, SAME FILE) AND TO THE CLERKS'
      * /work INBOX. csv-load, fixed-load AND feed-ingest CALL
      * THIS AT END OF RUN, AFTER run-control-check HAS FILED THE
      * RUN'S RECORD, WITH WHAT THE SCREEN NEEDS TO SPLIT A
      * REJECTED LINE BACK INTO ITS FIELDS AND PUT A CORRECTION
      * WHERE THE LOAD WOULD HAVE: THE LOADER, THE TABLE, THE
      * LAYOUT FILE (fixed-load ONLY), THE INPUT, THE REJECT
      * GENERATION AND THE RUN-CONTROL KEY. THE SET TAKES THE
      * NUMBER OF ITS INBOX ITEM (work-file-add), AND
      * "rejectsets.dat" KEEPS IT WITH HOW MANY OF ITS LINES HAVE
      * BEEN RESUBMITTED OR WRITTEN OFF SO FAR.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select set-file assign to "rejectsets.dat"
           organization is indexed
           access mode is dynamic
           record key is rs-id
           file status is set-stat.

       data division.

       file section.
       fd set-file.
       01 reject-set-record.
           05 rs-id       pic x(10).
           05 rs-loader   pic x(30).
           05 rs-table    pic x(30).
           05 rs-layout   pic x(256).
           05 rs-input    pic x(256).
           05 rs-path     pic x(256).
           05 rs-run-id   pic x(40).
           05 rs-day      pic x(8).
           05 rs-count    pic 9(7).
           05 rs-fixed    pic 9(7).
           05 rs-written  pic 9(7).
           05 rs-status   pic x(8).

       working-storage section.
       77 set-stat   pic xx.
       77 work-type  pic x(12) value "REJECTS".
       77 item-id    pic x(10).

       linkage section.
       01 loader-name  pic x(30).
       01 load-table   pic x(30).
       01 layout-path  pic x(256).
       01 input-path   pic x(256).
       01 reject-path  pic x(256).
       01 run-id       pic x(40).
       01 reject-count pic 9(7).
       01 load-day     pic x(8).

       procedure division using loader-name, load-table,
                           layout-path, input-path, reject-path,
                           run-id, reject-count, load-day.

           if reject-count is equal 0 then
               exit program
           end-if.

           move spaces to item-id.

           call "work-file-add"
           using by content work-type,
           by content reject-path,
           by content reject-count,
           by content load-day,
           by content loader-name,
           by reference item-id.

           if item-id is equal spaces then
               exit program
           end-if.

           open i-o set-file.

           if set-stat is equal "35" then
               open output set-file
               close set-file
               open i-o set-file
           end-if.

           if set-stat is not equal "00" then
               exit program
           end-if.

           move spaces to reject-set-record.
           move item-id to rs-id.
           move loader-name to rs-loader.
           move load-table to rs-table.
           move layout-path to rs-layout.
           move input-path to rs-input.
           move reject-path to rs-path.
           move run-id to rs-run-id.
           move load-day to rs-day.
           move reject-count to rs-count.
           move 0 to rs-fixed.
           move 0 to rs-written.
           move "OPEN" to rs-status.

           write reject-set-record
               invalid key
                   rewrite reject-set-record
                       invalid key
                           continue
                   end-rewrite
           end-write.

           close set-file.

           exit program.

       end program reject-set-register.

      *****************************************

       identification division.
       program-id. reject-line-decode.

      ************************************************************
      * SPLITS ONE REJECTED LINE ("<reason>: <the line as read>")
      * BACK INTO ITS REASON, ITS ROW KEY AND ONE VALUE PER
      * schemas.cfg FIELD OF THE TABLE, IN DECLARATION ORDER, THE
      * WAY THE LOADER THAT WROTE IT READ IT:
      *
      *   csv-load     KEY,FIELD1,FIELD2,... (COLUMN N+1 IS FIELD N)
      *   feed-ingest  KEY,<ROW IMAGE> (EACH FIELD AT ITS OFFSET)
      *   fixed-load   FIXED COLUMNS PLACED BY THE RUN'S LAYOUT
      *                FILE ("KEY" IS THE ROW KEY, EVERY OTHER
      *                NAME A schemas.cfg FIELD)
      *
      * A TABLE WITH NO DECLARATIONS COMES BACK AS ONE VALUE, THE
      * RAW ROW. A REASON OF THE FORM "FIELD <name> FAILED ..."
      * NAMES fail-field, SO THE SCREEN CAN POINT AT IT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select layout-file assign to dynamic layout-name
           organization is line sequential
           file status is layout-stat.

       data division.

       file section.
       fd layout-file.
       01 layout-record pic x(128).

       working-storage section.
       77 layout-stat   pic xx.
       77 layout-name   pic x(256).
       77 layout-eof    pic 9.
       01 layout-fields.
           05 lcfg-name pic x(30).
           05 lcfg-offset-text pic x(6).
           05 lcfg-length-text pic x(6).
       77 lcfg-offset   pic 9(4).
       77 lcfg-length   pic 9(4).

       77 reason-length pic 9(4).
       77 body-length   pic 9(4).
       77 comma-pos     pic 9(4).
       77 body-pointer  pic 9(4).
       77 column-text   pic x(256).
       77 c             pic 9(2).
       77 f             pic 9(2).
       01 line-body     pic x(1200).
       01 reason-words.
           05 rw-first  pic x(16).
           05 rw-field  pic x(30).
           05 rw-verb   pic x(16).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       linkage section.
       01 loader-name  pic x(30).
       01 db-table     pic x(30).
       01 layout-path  pic x(256).
       01 reject-line  pic x(1200).
       01 line-reason  pic x(80).
       01 row-key      pic x(50).
       01 decoded-row.
           05 decoded-value occurs 50 times pic x(256).
           05 decoded-size pic 9(2).
       01 fail-field   pic x(30).

       procedure division using loader-name, db-table,
                           layout-path, reject-line, line-reason,
                           row-key, decoded-row, fail-field.

           move spaces to line-reason.
           move spaces to row-key.
           move spaces to fail-field.
           initialize decoded-row.

      *    THE REASON RUNS TO THE FIRST ": "; THE LINE FOLLOWS.
           set reason-length to 0.
           inspect reject-line
               tallying reason-length for characters before ": ".

           move spaces to line-body.

           if reason-length is less than 1198 then
               move reject-line(1:reason-length) to line-reason
               move reject-line(reason-length + 3:) to line-body
           else
               move reject-line to line-reason
           end-if.

           initialize reason-words.
           unstring line-reason delimited by all X"20"
               into rw-first, rw-field, rw-verb
           end-unstring.

           if rw-first is equal "FIELD"
           and rw-verb is equal "FAILED" then
               move rw-field to fail-field
           end-if.

           set body-length to 1200.
           perform shorten-body
               until body-length is equal 0
               or line-body(body-length:1) is not equal space.

           call "query-table-fields"
           using by content db-table,
           by reference field-list.

           if field-list-size is equal 0 then
               set decoded-size to 1
           else
               move field-list-size to decoded-size
           end-if.

           if body-length is equal 0 then
               exit program
           end-if.

           evaluate loader-name
               when "fixed-load"
                   perform decode-fixed
               when "feed-ingest"
                   perform decode-feed
               when other
                   perform decode-csv
           end-evaluate.

           exit program.

       shorten-body.
           subtract 1 from body-length.

           exit paragraph.

      *    DECODE-CSV -- THE FIRST COLUMN IS THE KEY; COLUMN N+1
      *    IS FIELD N. NO DECLARATIONS: EVERYTHING AFTER THE FIRST
      *    COMMA IS THE RAW VALUE.
       decode-csv.
           set comma-pos to 0.
           inspect line-body(1:body-length)
               tallying comma-pos for characters before ",".

           move line-body(1:comma-pos) to row-key.

           if field-list-size is equal 0 then
               if comma-pos is less than body-length then
                   move line-body(comma-pos + 2:
                       body-length - comma-pos - 1)
                       to decoded-value(1)
               end-if
               exit paragraph
           end-if.

           set body-pointer to 1.

           perform take-one-column
               varying c from 1 by 1
               until c is greater than field-list-size + 1
               or body-pointer is greater than body-length.

           exit paragraph.

       take-one-column.
           move spaces to column-text.

           unstring line-body(1:body-length) delimited by ","
               into column-text
               with pointer body-pointer
           end-unstring.

           if c is greater than 1 then
               move column-text to decoded-value(c - 1)
           end-if.

           exit paragraph.

      *    DECODE-FEED -- KEY UP TO THE FIRST COMMA, THE ROW IMAGE
      *    AFTER IT, EACH FIELD CUT FROM ITS DECLARED OFFSET.
       decode-feed.
           set comma-pos to 0.
           inspect line-body(1:body-length)
               tallying comma-pos for characters before ",".

           move line-body(1:comma-pos) to row-key.

           if comma-pos is not less than body-length then
               exit paragraph
           end-if.

           move line-body(comma-pos + 2:) to column-text.

           if field-list-size is equal 0 then
               move column-text to decoded-value(1)
               exit paragraph
           end-if.

           move line-body(comma-pos + 2:) to line-body.

           perform cut-one-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           exit paragraph.

       cut-one-field.
           if qf-offset(f) is equal 0
           or qf-offset(f) + qf-length(f) - 1 is greater than 1200
           then
               exit paragraph
           end-if.

           move line-body(qf-offset(f):qf-length(f))
               to decoded-value(f).

           exit paragraph.

      *    DECODE-FIXED -- THE RUN'S LAYOUT FILE PLACES THE KEY AND
      *    EACH NAMED FIELD; A NAME THE TABLE DOES NOT DECLARE IS
      *    PASSED OVER. NO DECLARATIONS: THE LINE IS THE RAW VALUE.
       decode-fixed.
           if field-list-size is equal 0 then
               move line-body to decoded-value(1)
           end-if.

           move layout-path to layout-name.

           open input layout-file.

           if layout-stat is not equal "00" then
               exit paragraph
           end-if.

           set layout-eof to 0.

           perform place-one-column until layout-eof is equal 1.

           close layout-file.

           exit paragraph.

       place-one-column.
           read layout-file
               at end
                   set layout-eof to 1
                   exit paragraph
           end-read.

           initialize layout-fields.
           set lcfg-offset to 0.
           set lcfg-length to 0.

           unstring layout-record delimited by all X"20"
               into lcfg-name, lcfg-offset-text,
                    lcfg-length-text
           end-unstring.

           if lcfg-offset-text is not equal spaces then
               move function trim(lcfg-offset-text)
                   to lcfg-offset
           end-if.

           if lcfg-length-text is not equal spaces then
               move function trim(lcfg-length-text)
                   to lcfg-length
           end-if.

           if lcfg-name is equal spaces
           or lcfg-offset is equal 0
           or lcfg-length is equal 0
           or lcfg-offset + lcfg-length - 1 is greater than 1200 then
               exit paragraph
           end-if.

           if lcfg-name is equal "KEY" then
               move line-body(lcfg-offset:lcfg-length) to row-key
               exit paragraph
           end-if.

           perform match-one-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           exit paragraph.

       match-one-field.
           if qf-name(f) is equal lcfg-name then
               move line-body(lcfg-offset:lcfg-length)
                   to decoded-value(f)
           end-if.

           exit paragraph.

       end program reject-line-decode.

      *****************************************

       identification division.
       program-id. http-maintain-rejects.

      ************************************************************
      * GET /maintain/rejects -- THE REJECT REPAIR SCREEN. BARE,
      * IT LISTS THE OPEN REJECT SETS (ONE PER LOADER RUN THAT
      * REJECTED ANYTHING, reject-set-register ABOVE) THE VIEWER'S
      * INBOX REACHES: LOADER, TABLE, INPUT, RUN-CONTROL KEY AND
      * HOW MANY LINES ARE STILL TO BE DEALT WITH. WITH set=N (AND
      * from=L TO PAGE ON) IT SHOWS TEN OF THAT SET'S UNRESOLVED
      * LINES AT A TIME, EACH SPLIT BY reject-line-decode INTO ITS
      * KEY AND ITS schemas.cfg FIELDS AS AN EDITABLE FORM, THE
      * FIELD THE LOADER FAILED MARKED. A LINE WHOSE LAST
      * CORRECTION WAS REFUSED COMES BACK AS THE CLERK LEFT IT,
      * WITH THE NEW REASON. EACH FORM POSTS TO /maintain/rejectfix
      * TO RESUBMIT THE LINE OR WRITE IT OFF. A SET NOT ON THE
      * VIEWER'S INBOX (work-item-visible) IS THE BARE 403.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select set-file assign to "rejectsets.dat"
           organization is indexed
           access mode is dynamic
           record key is rs-id
           file status is set-stat.

           select line-file assign to "rejectlines.dat"
           organization is indexed
           access mode is dynamic
           record key is rl-fullkey
           file status is line-stat.

           select listed-file assign to dynamic listed-path
           organization is line sequential
           file status is listed-stat.

       data division.

       file section.
       fd set-file.
       01 reject-set-record.
           05 rs-id       pic x(10).
           05 rs-loader   pic x(30).
           05 rs-table    pic x(30).
           05 rs-layout   pic x(256).
           05 rs-input    pic x(256).
           05 rs-path     pic x(256).
           05 rs-run-id   pic x(40).
           05 rs-day      pic x(8).
           05 rs-count    pic 9(7).
           05 rs-fixed    pic 9(7).
           05 rs-written  pic 9(7).
           05 rs-status   pic x(8).

       fd line-file.
       01 reject-line-record.
           05 rl-fullkey.
               10 rl-set  pic x(10).
               10 rl-line pic 9(7).
           05 rl-state      pic x(12).
           05 rl-key-value  pic x(50).
           05 rl-row        pic x(1024).
           05 rl-fail-field pic x(30).
           05 rl-reason     pic x(80).
           05 rl-who        pic x(64).
           05 rl-stamp      pic x(29).

       fd listed-file.
       01 listed-record pic x(1200).

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

       77 set-stat      pic xx.
       77 line-stat     pic xx.
       77 listed-stat   pic xx.
       77 listed-path   pic x(256).
       77 listed-eof    pic 9.
       77 set-eof       pic 9.
       77 lines-open    pic 9.
       77 line-no       pic 9(7).
       77 from-line     pic 9(7).
       77 shown-count   pic 9(2).
       77 more-lines    pic 9.
       77 open-count    pic 9(7).
       77 set-count     pic 9(5).
       77 line-edit     pic z(6)9.
       77 count-edit    pic z(6)9.
       77 fixed-edit    pic z(6)9.
       77 written-edit  pic z(6)9.
       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 dept-name     pic x(16).
       77 dept-found    pic 9.
       77 is-supervisor pic 9.
       77 item-visible  pic 9.
       77 item-ref      pic x(64).
       77 want-set      pic x(10).
       77 q             pic 9(3).
       77 i             pic 9(3).
       77 f             pic 9(2).
       77 field-number  pic 9(2).
       77 field-label   pic x(30).

       01 work-items.
           05 work-item occurs 200 times.
               10 wi-type     pic x(12).
               10 wi-ref      pic x(64).
               10 wi-title    pic x(96).
               10 wi-epoch    pic 9(11).
               10 wi-link     pic x(160).
               10 wi-assignee pic x(64).
           05 work-item-size pic 9(3).
           05 work-item-over pic 9(5).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       77 line-reason   pic x(80).
       77 row-key       pic x(50).
       77 fail-field    pic x(30).
       01 decoded-row.
           05 decoded-value occurs 50 times pic x(256).
           05 decoded-size pic 9(2).

      *    THE PAGE GOES OUT IN PIECES; A PIECE IS SENT WHENEVER
      *    THE NEXT LINE OR FIELD COULD OVERFLOW IT.
       01 piece-data   pic x(8192).
       77 piece-pointer pic 9(5).
       77 piece-size   pic 9(5).
       77 chunk-size   pic 9(4).
       77 chunk-start  pic 9(5).

       77 attr-source  pic x(256).
       77 attr-text    pic x(512).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

       01 buffer.
           05 buffer-data pic x(256).
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

           set dept-name to spaces.

           call "request-department"
           using by content request,
           by reference dept-name,
           by reference dept-found.

           call "work-supervisor"
           using by content user-role,
           by reference is-supervisor.

           set want-set to spaces.
           set from-line to 1.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-param
               varying q from 1 by 1
               until q is greater than parse-get-size.

           if from-line is equal 0 then
               set from-line to 1
           end-if.

           set item-visible to 0.

           if want-set is not equal spaces then
               perform find-reject-set
               if item-visible is equal 0 then
                   perform send-forbidden
                   exit program
               end-if
           end-if.

           set response-headers-size to 1.
           set response-headers(1) to
               "Content-type: text/html".
           set status-code to 200.
           set status-text to "OK".

           call "sendstream_http"
           using by content response-data,
           by content connect.

           move spaces to piece-data.
           set piece-pointer to 1.

           string
               "<html><body>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

      *    THE OPERATOR'S STANDING NOTICE TOPS EVERY SCREEN.
           call "notice-banner"
           using by reference piece-data,
           by reference piece-pointer.

           if want-set is equal spaces then
               perform list-reject-sets
           else
               perform show-reject-set
           end-if.

           string
               "<p><a href=" X"22" "/work" X"22"
               ">Back to inbox</a></p></body></html>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           call "sendstream_close"
           using by content connect.

           exit program.

       take-one-param.
           evaluate get-name(q)
               when "set"
                   set want-set to get-value(q)(1:10)
               when "from"
                   if get-value(q) is not equal spaces then
                       compute from-line =
                           function numval(get-value(q))
                   end-if
           end-evaluate.

           exit paragraph.

      *    FIND-REJECT-SET -- THE SET'S RECORD, AND WHETHER IT IS
      *    ON THIS VIEWER'S INBOX.
       find-reject-set.
           open input set-file.

           if set-stat is not equal "00" then
               exit paragraph
           end-if.

           move want-set to rs-id.

           read set-file
               key is rs-id
               invalid key
                   move spaces to rs-status
           end-read.

           close set-file.

           if rs-status is not equal "OPEN" then
               exit paragraph
           end-if.

           move spaces to item-ref.
           string
               "REJECTS/" function trim(rs-id)
               delimited by size
               into item-ref
           end-string.

           call "work-item-visible"
           using by content user-name,
           by content user-role,
           by content dept-name,
           by content is-supervisor,
           by content item-ref,
           by reference item-visible.

           exit paragraph.

      *    LIST-REJECT-SETS -- EVERY OPEN SET A SUPERVISOR, OR THE
      *    ONES THE VIEWER'S OWN INBOX CARRIES.
       list-reject-sets.
           initialize work-items.

           if is-supervisor is not equal 1 then
               call "work-gather"
               using by content user-name,
               by content user-role,
               by content dept-name,
               by content is-supervisor,
               by reference work-items
           end-if.

           string
               "<h1>Reject sets</h1>" X"0A"
               "<table border=" X"22" "1" X"22" ">"
               "<tr><th>Set</th><th>Loader</th><th>Table</th>"
               "<th>Input</th><th>Run</th><th>Day</th>"
               "<th>Rejected</th><th>Still open</th></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           set set-count to 0.

           open input set-file.

           if set-stat is equal "00" then
               set set-eof to 0
               perform list-one-set until set-eof is equal 1
               close set-file
           end-if.

           string
               "</table>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           if set-count is equal 0 then
               string
                   "<p>No reject sets are waiting on you.</p>" X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           exit paragraph.

       list-one-set.
           read set-file next record
               at end
                   set set-eof to 1
                   exit paragraph
           end-read.

           if rs-status is not equal "OPEN" then
               exit paragraph
           end-if.

           set item-visible to is-supervisor.

           move spaces to item-ref.
           string
               "REJECTS/" function trim(rs-id)
               delimited by size
               into item-ref
           end-string.

           perform match-one-item
               varying i from 1 by 1
               until i is greater than work-item-size
               or item-visible is equal 1.

           if item-visible is equal 0 then
               exit paragraph
           end-if.

           add 1 to set-count.

           move rs-count to count-edit.
           compute open-count = rs-count - rs-fixed - rs-written.
           move open-count to line-edit.
           move rs-input to attr-source.
           perform escape-attribute.

           string
               "<tr><td><a href=" X"22" "/maintain/rejects?set="
               function trim(rs-id) X"22" ">#"
               function trim(rs-id) "</a></td><td>"
               function trim(rs-loader) "</td><td>"
               function trim(rs-table) "</td><td>"
               attr-text(1:attr-length) "</td><td>"
               function trim(rs-run-id) "</td><td>"
               rs-day "</td><td>"
               function trim(count-edit) "</td><td>"
               function trim(line-edit) "</td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           if piece-pointer is greater than 4096 then
               perform send-piece
           end-if.

           exit paragraph.

       match-one-item.
           if wi-ref(i) is equal item-ref then
               set item-visible to 1
           end-if.

           exit paragraph.

      *    SHOW-REJECT-SET -- THE SET'S HEADING, THEN A PAGE OF ITS
      *    UNRESOLVED LINES FROM from-line ON.
       show-reject-set.
           call "query-table-fields"
           using by content rs-table,
           by reference field-list.

           move rs-count to count-edit.
           move rs-fixed to fixed-edit.
           move rs-written to written-edit.
           move rs-input to attr-source.
           perform escape-attribute.

           string
               "<h1>Rejects #" function trim(rs-id) "</h1>" X"0A"
               "<p>" function trim(rs-loader) " into table "
               function trim(rs-table) " from "
               attr-text(1:attr-length) ", run "
               function trim(rs-run-id) " (" rs-day "): "
               function trim(count-edit) " line(s) rejected, "
               function trim(fixed-edit) " resubmitted, "
               function trim(written-edit) " written off.</p>"
               X"0A"
               "<p>Correct a line and resubmit it, or give a "
               "reason and write it off. The field the load "
               "failed is <mark>marked</mark>.</p>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           move rs-path to listed-path.

           open input listed-file.

           if listed-stat is not equal "00" then
               string
                   "<p>(the reject file is no longer on disk)</p>"
                   X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
               exit paragraph
           end-if.

           set lines-open to 0.

           open input line-file.

           if line-stat is equal "00" then
               set lines-open to 1
           end-if.

           set line-no to 0.
           set shown-count to 0.
           set more-lines to 0.
           set listed-eof to 0.

           perform take-one-line until listed-eof is equal 1.

           close listed-file.

           if lines-open is equal 1 then
               close line-file
           end-if.

           if shown-count is equal 0 then
               string
                   "<p>No unresolved lines from here on.</p>" X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           if more-lines is equal 1 then
               move line-no to line-edit
               string
                   "<p><a href=" X"22" "/maintain/rejects?set="
                   function trim(rs-id) "&amp;from="
                   function trim(line-edit) X"22"
                   ">Next lines</a></p>" X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           exit paragraph.

      *    TAKE-ONE-LINE -- ONE LINE OF THE REJECT FILE. A LINE
      *    ALREADY RESUBMITTED OR WRITTEN OFF IS PASSED OVER; THE
      *    ELEVENTH UNRESOLVED ONE STOPS THE PAGE AND IS WHERE THE
      *    NEXT PAGE STARTS.
       take-one-line.
           read listed-file
               at end
                   set listed-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-no.

           if line-no is less than from-line then
               exit paragraph
           end-if.

           perform find-line-state.

           if rl-state is equal "FIXED"
           or rl-state is equal "WRITTEN-OFF" then
               exit paragraph
           end-if.

           if shown-count is equal 10 then
               set more-lines to 1
               set listed-eof to 1
               exit paragraph
           end-if.

           add 1 to shown-count.

           perform show-one-line.

           exit paragraph.

       find-line-state.
           move spaces to rl-state.

           if lines-open is equal 0 then
               exit paragraph
           end-if.

           move want-set to rl-set.
           move line-no to rl-line.

           read line-file
               key is rl-fullkey
               invalid key
                   move spaces to rl-state
           end-read.

           exit paragraph.

      *    SHOW-ONE-LINE -- THE LINE AS ITS FIELDS, IN A FORM OF
      *    ITS OWN.
       show-one-line.
           call "reject-line-decode"
           using by content rs-loader,
           by content rs-table,
           by content rs-layout,
           by content listed-record,
           by reference line-reason,
           by reference row-key,
           by reference decoded-row,
           by reference fail-field.

           if rl-state is equal "OPEN" then
               perform take-prior-attempt
           end-if.

           move line-no to line-edit.
           move line-reason to attr-source.
           perform escape-attribute.

           string
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/rejectfix" X"22" ">"
               "<h3>Line " function trim(line-edit) "</h3>"
               "<p>" attr-text(1:attr-length) "</p>" X"0A"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "set" X"22"
               " value=" X"22" function trim(rs-id) X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "line" X"22"
               " value=" X"22" function trim(line-edit) X"22" ">"
               X"0A" "<table>"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           move row-key to attr-source.
           perform escape-attribute.

           string
               "<tr><td>key</td><td><input name=" X"22" "key" X"22"
               " value=" X"22" attr-text(1:attr-length) X"22"
               "></td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform show-one-field
               varying f from 1 by 1
               until f is greater than decoded-size.

           string
               "</table><p>Write-off reason <input name="
               X"22" "reason" X"22" " size=" X"22" "40" X"22" "> "
               "<button name=" X"22" "action" X"22"
               " value=" X"22" "resubmit" X"22"
               ">Resubmit</button> "
               "<button name=" X"22" "action" X"22"
               " value=" X"22" "writeoff" X"22"
               ">Write off</button></p></form>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           exit paragraph.

      *    TAKE-PRIOR-ATTEMPT -- A REFUSED CORRECTION REPLACES THE
      *    LINE AS READ, SO THE CLERK CARRIES ON FROM THEIR EDIT.
       take-prior-attempt.
           move rl-key-value to row-key.
           move rl-fail-field to fail-field.
           move rl-reason to line-reason.

           if field-list-size is equal 0 then
               move rl-row(1:256) to decoded-value(1)
               exit paragraph
           end-if.

           perform cut-prior-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           exit paragraph.

       cut-prior-field.
           move rl-row(qf-offset(f):qf-length(f))
               to decoded-value(f).

           exit paragraph.

       show-one-field.
           if field-list-size is equal 0 then
               move "value" to field-label
           else
               move qf-name(f) to field-label
           end-if.

           move f to field-number.
           move decoded-value(f) to attr-source.
           perform escape-attribute.

           if fail-field is not equal spaces
           and field-label is equal fail-field then
               string
                   "<tr><td><mark>" function trim(field-label)
                   "</mark></td>"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "<tr><td>" function trim(field-label) "</td>"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<td><input name=" X"22" "f" field-number X"22"
               " value=" X"22" attr-text(1:attr-length) X"22"
               "></td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           if piece-pointer is greater than 4096 then
               perform send-piece
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

      *    SEND-FORBIDDEN -- THE SAME BARE 403 maintain-check-user
      *    SENDS.
       send-forbidden.
           set buffer-data to spaces.
           set buffer-size to 1.

           string
               "HTTP/1.1 403 Forbidden" X"0A" X"0A"
               into buffer-data
               with pointer buffer-size
           end-string.

           subtract 1 from buffer-size.

           call "send_tcp"
           using by value connect,
           by content buffer-data(1:buffer-size),
           by value buffer-size.

           exit paragraph.

       end program http-maintain-rejects.

      *****************************************

       identification division.
       program-id. http-maintain-rejectfix.

      ************************************************************
      * POST /maintain/rejectfix -- ONE LINE OF A REJECT SET
      * ("set", "line") DEALT WITH FROM /maintain/rejects:
      *
      *   action=resubmit  THE CORRECTED KEY ("key") AND FIELDS
      *                    ("f01".."f50", IN schemas.cfg ORDER)
      *                    ARE BUILT INTO A ROW AND PUT THROUGH
      *                    THE SAME TESTS A SCREEN SAVE MEETS --
      *                    field-guard-save, db-validate-row --
      *                    THEN db-update. ONCE SAVED THE LINE IS
      *                    FIXED AND run-control-repair MOVES IT
      *                    FROM THE RUN'S REJECTED TOTAL TO ITS
      *                    LOADED TOTAL. A REFUSED CORRECTION IS
      *                    KEPT, WITH WHY, FOR THE NEXT ATTEMPT.
      *   action=writeoff  THE LINE IS WRITTEN OFF WITH THE
      *                    CLERK'S "reason" (REQUIRED). IT STAYS
      *                    IN THE RUN'S REJECTED TOTAL.
      *
      * EVERY LINE'S OUTCOME IS KEPT IN "rejectlines.dat" (BY SET
      * AND LINE NUMBER) WITH WHO AND WHEN. WHEN THE LAST LINE OF
      * A SET IS DEALT WITH THE SET CLOSES AND ITS INBOX ITEM WITH
      * IT (work-file-close). EACH ACTION IS LOGGED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select set-file assign to "rejectsets.dat"
           organization is indexed
           access mode is dynamic
           record key is rs-id
           file status is set-stat.

           select line-file assign to "rejectlines.dat"
           organization is indexed
           access mode is dynamic
           record key is rl-fullkey
           file status is line-stat.

       data division.

       file section.
       fd set-file.
       01 reject-set-record.
           05 rs-id       pic x(10).
           05 rs-loader   pic x(30).
           05 rs-table    pic x(30).
           05 rs-layout   pic x(256).
           05 rs-input    pic x(256).
           05 rs-path     pic x(256).
           05 rs-run-id   pic x(40).
           05 rs-day      pic x(8).
           05 rs-count    pic 9(7).
           05 rs-fixed    pic 9(7).
           05 rs-written  pic 9(7).
           05 rs-status   pic x(8).

       fd line-file.
       01 reject-line-record.
           05 rl-fullkey.
               10 rl-set  pic x(10).
               10 rl-line pic 9(7).
           05 rl-state      pic x(12).
           05 rl-key-value  pic x(50).
           05 rl-row        pic x(1024).
           05 rl-fail-field pic x(30).
           05 rl-reason     pic x(80).
           05 rl-who        pic x(64).
           05 rl-stamp      pic x(29).

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

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       77 set-stat      pic xx.
       77 line-stat     pic xx.
       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 dept-name     pic x(16).
       77 dept-found    pic 9.
       77 is-supervisor pic 9.
       77 item-visible  pic 9.
       77 item-ref      pic x(64).
       77 body-length   pic 9(6).
       77 g             pic 9(3).
       77 f             pic 9(2).
       77 slice-length  pic 9(4).
       77 want-set      pic x(10).
       77 want-line     pic 9(7).
       77 want-action   pic x(16).
       77 writeoff-reason pic x(80).
       77 line-edit     pic z(6)9.
       77 outcome-text  pic x(96).
       77 out-pointer   pic 9(5).
       77 set-closed    pic 9.
       77 tally-kind    pic x(12).
       77 close-status  pic 9.
       77 repair-status pic 9.
       77 moved-count   pic 9(7) value 1.
       77 save-source   pic x(32) value "reject-repair".
       77 stamp-days    pic 9(4) value 0.

       01 posted-row.
           05 posted-value occurs 50 times pic x(256).
       77 row-key       pic x(50).
       77 row-value     pic x(1024).
       77 row-valid     pic 9.
       77 bad-field     pic x(30).
       77 guard-ok      pic 9.
       77 upsert-status pic 9.
       77 query-status  pic 9.
       77 fetch-count   pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       77 log-level  pic x(5).
       77 log-source pic x(32).
       77 log-text   pic x(256).

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

           set dept-name to spaces.

           call "request-department"
           using by content request,
           by reference dept-name,
           by reference dept-found.

           call "work-supervisor"
           using by content user-role,
           by reference is-supervisor.

           set want-set to spaces.
           set want-line to 0.
           set want-action to spaces.
           set writeoff-reason to spaces.
           set row-key to spaces.
           initialize posted-row.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           perform take-one-field
               varying g from 1 by 1
               until g is greater than parse-get-size.

           set outcome-text to "not found".
           set set-closed to 0.

           if want-set is not equal spaces
           and want-line is greater than 0 then
               perform deal-with-line
           end-if.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move want-line to line-edit.
           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Reject repair</h1><p>Set #"
               function trim(want-set) " line "
               function trim(line-edit) ": "
               function trim(outcome-text) "</p>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if set-closed is equal 1 then
               string
                   "<p>Every line of the set is now dealt with; "
                   "it is closed.</p><p><a href=" X"22"
                   "/maintain/rejects" X"22"
                   ">Back to reject sets</a></p>"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "<p><a href=" X"22" "/maintain/rejects?set="
                   function trim(want-set) X"22"
                   ">Back to the set</a></p>"
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

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

      *    TAKE-ONE-FIELD -- THE NAMED FIELDS, AND "fNN" INTO THE
      *    NN'TH DECLARED FIELD'S SLOT.
       take-one-field.
           evaluate true
               when get-name(g) is equal "set"
                   set want-set to get-value(g)(1:10)
               when get-name(g) is equal "line"
                   if get-value(g) is not equal spaces then
                       compute want-line =
                           function numval(get-value(g))
                   end-if
               when get-name(g) is equal "key"
                   set row-key to get-value(g)(1:50)
               when get-name(g) is equal "action"
                   set want-action to get-value(g)(1:16)
               when get-name(g) is equal "reason"
                   set writeoff-reason to get-value(g)(1:80)
               when get-name(g)(1:1) is equal "f"
               and get-name(g)(2:2) is numeric
               and get-name(g)(4:1) is equal space
                   move get-name(g)(2:2) to f
                   if f is greater than 0 then
                       move get-value(g) to posted-value(f)
                   end-if
           end-evaluate.

           exit paragraph.

      *    DEAL-WITH-LINE -- THE SET MUST BE OPEN AND ON THE
      *    VIEWER'S INBOX, AND THE LINE ONE OF ITS OWN NOT YET
      *    DEALT WITH.
       deal-with-line.
           open input set-file.

           if set-stat is not equal "00" then
               exit paragraph
           end-if.

           move want-set to rs-id.

           read set-file
               key is rs-id
               invalid key
                   move spaces to rs-status
           end-read.

           close set-file.

           if rs-status is equal spaces then
               exit paragraph
           end-if.

           if rs-status is not equal "OPEN" then
               set outcome-text to "the set is already closed"
               exit paragraph
           end-if.

           if want-line is greater than rs-count then
               exit paragraph
           end-if.

           move spaces to item-ref.
           string
               "REJECTS/" function trim(rs-id)
               delimited by size
               into item-ref
           end-string.

           call "work-item-visible"
           using by content user-name,
           by content user-role,
           by content dept-name,
           by content is-supervisor,
           by content item-ref,
           by reference item-visible.

           if item-visible is equal 0 then
               set outcome-text to "refused - not on your inbox"
               exit paragraph
           end-if.

           perform read-line-state.

           if rl-state is equal "FIXED"
           or rl-state is equal "WRITTEN-OFF" then
               set outcome-text to "already dealt with"
               exit paragraph
           end-if.

           evaluate want-action
               when "resubmit"
                   perform resubmit-line
               when "writeoff"
                   perform write-off-line
               when other
                   set outcome-text to "no action chosen"
           end-evaluate.

           exit paragraph.

       read-line-state.
           initialize reject-line-record.
           move want-set to rl-set.
           move want-line to rl-line.

           open input line-file.

           if line-stat is not equal "00" then
               exit paragraph
           end-if.

           read line-file
               key is rl-fullkey
               invalid key
                   move spaces to rl-state
           end-read.

           close line-file.

           exit paragraph.

      *    RESUBMIT-LINE -- THE CORRECTED ROW THROUGH THE SAME
      *    TESTS AS A SCREEN SAVE, THEN db-update. ANY REFUSAL IS
      *    KEPT AS THE LINE'S OPEN ATTEMPT.
       resubmit-line.
           call "query-table-fields"
           using by content rs-table,
           by reference field-list.

           set row-value to spaces.

           if field-list-size is equal 0 then
               move posted-value(1) to row-value
           else
               perform place-one-field
                   varying f from 1 by 1
                   until f is greater than field-list-size
           end-if.

           move spaces to bad-field.

           if row-key is equal spaces then
               set outcome-text to "refused - the key is blank"
               move "KEY IS BLANK" to rl-reason
               perform keep-attempt
               exit paragraph
           end-if.

           set query-status to 0.
           set fetch-count to 0.
           set fetch-row-value(1) to spaces.

           call "db-query"
           using by content rs-table,
           by content row-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0 then
               set fetch-row-value(1) to spaces
           end-if.

           set guard-ok to 1.

           call "field-guard-save"
           using by content rs-table,
           by content row-key,
           by content user-role,
           by content user-name,
           by content fetch-row-value(1),
           by reference row-value,
           by reference guard-ok,
           by reference bad-field.

           if guard-ok is equal 0 then
               set outcome-text to spaces
               string
                   "refused - field " function trim(bad-field)
                   " is read-only for your role"
                   into outcome-text
               end-string
               move spaces to rl-reason
               string
                   "FIELD " function trim(bad-field)
                   " IS READ-ONLY FOR YOUR ROLE"
                   into rl-reason
               end-string
               perform keep-attempt
               exit paragraph
           end-if.

           call "db-validate-row"
           using by content rs-table,
           by content row-value,
           by reference row-valid,
           by reference bad-field,
           by content row-key.

           if row-valid is equal 0 then
               set outcome-text to spaces
               string
                   "refused - field " function trim(bad-field)
                   " failed its rule"
                   into outcome-text
               end-string
               move spaces to rl-reason
               string
                   "FIELD " function trim(bad-field)
                   " FAILED ITS RULE"
                   into rl-reason
               end-string
               perform keep-attempt
               exit paragraph
           end-if.

           set upsert-status to 0.

           call "db-update"
           using by content rs-table,
           by content row-key,
           by content row-value,
           by reference upsert-status,
           by content save-source.

           if upsert-status is not equal 1 then
               set outcome-text to
                   "refused - check the field rules and parent keys"
               move "UPSERT REFUSED" to rl-reason
               perform keep-attempt
               exit paragraph
           end-if.

           move "FIXED" to rl-state.
           move spaces to rl-reason.
           perform store-line-record.

           call "run-control-repair"
           using by content rs-run-id,
           by content moved-count,
           by reference repair-status.

           move "FIXED" to tally-kind.
           perform tally-set.

           set outcome-text to "resubmitted and saved".
           perform log-line-action.

           exit paragraph.

      *    PLACE-ONE-FIELD -- POSTED FIELD N AT DECLARED FIELD N'S
      *    OFFSET, THE WAY THE LOADERS BUILD A ROW.
       place-one-field.
           move qf-length(f) to slice-length.

           if slice-length is greater than 256 then
               set slice-length to 256
           end-if.

           if qf-offset(f) is equal 0 or slice-length is equal 0 then
               exit paragraph
           end-if.

           move posted-value(f)(1:slice-length)
               to row-value(qf-offset(f):slice-length).

           exit paragraph.

      *    KEEP-ATTEMPT -- THE REFUSED CORRECTION, SO THE SCREEN
      *    OFFERS IT BACK WITH THE REASON (rl-reason, SET BY THE
      *    CALLER) AND THE FIELD AT FAULT MARKED.
       keep-attempt.
           move "OPEN" to rl-state.
           move bad-field to rl-fail-field.
           perform store-line-record.

           exit paragraph.

      *    WRITE-OFF-LINE -- ONLY WITH A REASON.
       write-off-line.
           if writeoff-reason is equal spaces then
               set outcome-text to
                   "refused - a write-off needs a reason"
               exit paragraph
           end-if.

           move "WRITTEN-OFF" to rl-state.
           move spaces to rl-fail-field.
           move writeoff-reason to rl-reason.
           set row-value to spaces.
           perform store-line-record.

           move "WRITTEN-OFF" to tally-kind.
           perform tally-set.

           set outcome-text to "written off".
           perform log-line-action.

           exit paragraph.

      *    STORE-LINE-RECORD -- THE LINE'S OUTCOME (rl-state,
      *    rl-reason AND rl-fail-field SET BY THE CALLER) WITH THE
      *    ROW AS POSTED, WHO AND WHEN.
       store-line-record.
           move want-set to rl-set.
           move want-line to rl-line.
           move row-key to rl-key-value.
           move row-value to rl-row.
           move user-name to rl-who.

           call "date-utc"
           using by reference rl-stamp,
           by content stamp-days.

           open i-o line-file.

           if line-stat is equal "35" then
               open output line-file
               close line-file
               open i-o line-file
           end-if.

           if line-stat is not equal "00" then
               exit paragraph
           end-if.

           write reject-line-record
               invalid key
                   rewrite reject-line-record
                       invalid key
                           continue
                   end-rewrite
           end-write.

           close line-file.

           exit paragraph.

      *    TALLY-SET -- ONE MORE LINE OF THE SET DEALT WITH; THE
      *    LAST ONE CLOSES THE SET AND ITS INBOX ITEM.
       tally-set.
           open i-o set-file.

           if set-stat is not equal "00" then
               exit paragraph
           end-if.

           move want-set to rs-id.

           read set-file
               key is rs-id
               invalid key
                   close set-file
                   exit paragraph
           end-read.

           if tally-kind is equal "FIXED" then
               add 1 to rs-fixed
           else
               add 1 to rs-written
           end-if.

           if rs-fixed + rs-written is not less than rs-count then
               move "CLOSED" to rs-status
               set set-closed to 1
           end-if.

           rewrite reject-set-record
               invalid key
                   continue
           end-rewrite.

           close set-file.

           if set-closed is equal 1 then
               call "work-file-close"
               using by content rs-id,
               by content user-name,
               by reference close-status
           end-if.

           exit paragraph.

       log-line-action.
           move want-line to line-edit.
           move "INFO" to log-level.
           move "http-maintain-rejectfix" to log-source.
           set log-text to spaces.
           string
               "REJECT SET " function trim(want-set) " LINE "
               function trim(line-edit) " OF "
               function trim(rs-table) " "
               function trim(rl-state) " BY "
               function trim(user-name) " "
               function trim(rl-reason)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program http-maintain-rejectfix.
