       identification division.
       program-id. cutoff-rule-of.

      ************************************************************
      * ORDER CUT-OFF TIMES -- AN ORDER THAT ARRIVES AFTER THE
      * DISPATCH CUT-OFF BELONGS TO THE NEXT BUSINESS DAY, NOT
      * TODAY'S DISPATCH EXTRACT. "cutoffs.cfg" HOLDS THE RULES,
      * ONE LINE PER RULE, "#" LINES COMMENTS:
      *
      *   <table> <date-field> <hhmm> [<days>] [<route>]
      *
      * <date-field> IS THE schemas.cfg FIELD (AT LEAST 8 WIDE)
      * THE ROW'S BUSINESS DATE IS KEPT IN; <hhmm> THE LOCAL
      * CUT-OFF TIME (local-time); <days> THE DISPATCH DAYS AS
      * "MON,TUE,WED,THU,FRI" ("*" OR LEFT OUT FOR EVERY DAY); AND
      * <route> A REGISTERED PATH ("/orders") WHEN THE RULE IS FOR
      * ONE ROUTE ONLY -- A TOKEN STARTING "/" IS ALWAYS THE
      * ROUTE, SO THE DAYS MAY BE LEFT OUT IN FRONT OF IT. A ROUTE
      * RULE WINS OVER THE TABLE'S OWN LINE FOR WRITES THROUGH
      * THAT ROUTE; THE TABLE LINE HOLDS FOR EVERY OTHER WRITE,
      * BATCH LOADS INCLUDED.
      *
      * db-update CALLS cutoff-stamp (BELOW) FOR EVERY NEW ROW OF
      * A TABLE WITH A RULE. A ROW RECEIVED AFTER THE CUT-OFF, ON
      * A DAY THAT IS NOT A DISPATCH DAY, OR AFTER MIDNIGHT BEFORE
      * date-roll HAS RUN, IS STAMPED WITH THE NEXT DISPATCH DAY
      * AFTER THE BUSINESS DATE INSTEAD OF THE BUSINESS DATE, AND
      * IS RECORDED IN "cutoff.log" SO order-summary CAN LIST IT
      * APART. AN OPERATOR MAY EXTEND TODAY'S CUT-OFF FOR A TABLE
      * ON /maintain/cutoffs; EVERY EXTENSION GOES TO THE SEALED
      * AUDIT TRAIL.
      *
      * THIS PROGRAM FINDS THE RULE FOR ONE TABLE AND ROUTE: THE
      * ROUTE'S OWN LINE, ELSE THE TABLE LINE WITH NO ROUTE. A
      * ROUTE OF "*" ALSO TAKES THE TABLE'S FIRST ROUTE LINE WHEN
      * IT HAS NO TABLE LINE -- THE REPORTS' VIEW OF A TABLE.
      * found 0 WHEN NO RULE APPLIES.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select cutoff-config assign to "cutoffs.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd cutoff-config.
       01 config-record pic x(256).

       working-storage section.
       77 config-stat  pic xx.
       77 config-eof   pic 9.
       77 best-rank    pic 9.
       77 line-rank    pic 9.
       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-time   pic x(6).
           05 cfg-fourth pic x(40).
           05 cfg-fifth  pic x(40).
       77 cfg-days     pic x(40).
       77 cfg-route    pic x(40).
       77 time-hh      pic 9(2).
       77 time-mi      pic 9(2).

       linkage section.
       01 rule-table  pic x(30).
       01 rule-route  pic x(40).
       01 date-field  pic x(30).
       01 cutoff-hhmm pic 9(4).
       01 cutoff-days pic x(40).
       01 found       pic 9.

       procedure division using rule-table, rule-route, date-field,
                           cutoff-hhmm, cutoff-days, found.

           set found to 0.
           set best-rank to 0.
           set date-field to spaces.
           set cutoff-hhmm to 0.
           set cutoff-days to spaces.

           open input cutoff-config.

           if config-stat is not equal "00" then
               exit program
           end-if.

           set config-eof to 0.

           perform judge-one-rule
               until config-eof is equal 1
               or best-rank is equal 3.

           close cutoff-config.

           if best-rank is greater than 0 then
               set found to 1
           end-if.

           exit program.

      *    JUDGE-ONE-RULE -- RANK 3 THE ROUTE'S OWN LINE, 2 THE
      *    TABLE LINE, 1 ANY LINE OF THE TABLE (ROUTE "*" ONLY).
       judge-one-rule.
           read cutoff-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record is equal spaces
           or config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field, cfg-time,
                    cfg-fourth, cfg-fifth
           end-unstring.

           if cfg-table is not equal rule-table
           or cfg-field is equal spaces then
               exit paragraph
           end-if.

           if cfg-time(1:4) is not numeric
           or cfg-time(5:2) is not equal spaces then
               exit paragraph
           end-if.

           move cfg-time(1:2) to time-hh.
           move cfg-time(3:2) to time-mi.

           if time-hh is greater than 23
           or time-mi is greater than 59 then
               exit paragraph
           end-if.

           if cfg-fourth(1:1) is equal "/" then
               move cfg-fourth to cfg-route
               set cfg-days to spaces
           else
               move cfg-fourth to cfg-days
               move cfg-fifth to cfg-route
           end-if.

           if cfg-days is equal "*" or cfg-days is equal "-" then
               set cfg-days to spaces
           end-if.

           set line-rank to 0.

           evaluate true
               when cfg-route is not equal spaces
               and cfg-route is equal rule-route
                   set line-rank to 3
               when cfg-route is equal spaces
                   set line-rank to 2
               when rule-route is equal "*"
                   set line-rank to 1
           end-evaluate.

           if line-rank is not greater than best-rank then
               exit paragraph
           end-if.

           move line-rank to best-rank.
           move cfg-field to date-field.
           move cfg-time(1:4) to cutoff-hhmm.
           inspect cfg-days converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move cfg-days to cutoff-days.

           exit paragraph.

       end program cutoff-rule-of.

      *****************************************

       identification division.
       program-id. cutoff-extension-of.

      ************************************************************
      * TODAY'S EXTENSION OF A TABLE'S CUT-OFF, IF AN OPERATOR HAS
      * GRANTED ONE -- THE LAST "cutoffext.dat" LINE (THE ACTIVE
      * TENANT'S, AS tenant-file-name RESOLVES IT) FOR THE
      * BUSINESS DAY AND TABLE. THE FILE IS ONLY EVER APPENDED TO
      * BY http-maintain-cutoffset, SO A SECOND EXTENSION ON THE
      * SAME DAY SIMPLY SUPERSEDES THE FIRST AND BOTH STAY ON
      * RECORD. found 0 WHEN THERE IS NONE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select extension-file assign to dynamic extension-file-name
           organization is line sequential
           file status is extension-stat.

       data division.

       file section.
       fd extension-file.
       01 extension-record.
           05 ce-day     pic x(8).
           05 filler     pic x(1).
           05 ce-table   pic x(30).
           05 filler     pic x(1).
           05 ce-hhmm    pic x(4).
           05 filler     pic x(1).
           05 ce-before  pic x(4).
           05 filler     pic x(1).
           05 ce-stamp   pic x(14).
           05 filler     pic x(1).
           05 ce-by      pic x(32).
           05 filler     pic x(1).
           05 ce-reason  pic x(64).

       working-storage section.
       77 extension-stat pic xx.
       77 extension-eof  pic 9.
       77 extension-file-name pic x(64).
       77 tenant-stem    pic x(16) value "cutoffext".
       77 tenant-ext     pic x(4) value "dat".

       linkage section.
       01 ext-day    pic x(8).
       01 ext-table  pic x(30).
       01 ext-hhmm   pic 9(4).
       01 ext-by     pic x(32).
       01 found      pic 9.

       procedure division using ext-day, ext-table, ext-hhmm,
                           ext-by, found.

           set found to 0.
           set ext-hhmm to 0.
           set ext-by to spaces.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference extension-file-name.

           open input extension-file.

           if extension-stat is not equal "00" then
               exit program
           end-if.

           set extension-eof to 0.

           perform judge-one-extension until extension-eof is equal 1.

           close extension-file.

           exit program.

       judge-one-extension.
           read extension-file
               at end
                   set extension-eof to 1
                   exit paragraph
           end-read.

           if ce-day is not equal ext-day
           or ce-table is not equal ext-table
           or ce-hhmm is not numeric then
               exit paragraph
           end-if.

           move ce-hhmm to ext-hhmm.
           move ce-by to ext-by.
           set found to 1.

           exit paragraph.

       end program cutoff-extension-of.

      *****************************************

       identification division.
       program-id. cutoff-stamp.

      ************************************************************
      * STAMPS ONE ROW ON ITS WAY INTO db-update WITH THE BUSINESS
      * DATE IT WILL BE PROCESSED ON. ONLY A NEW ROW OF A TABLE
      * WITH A cutoffs.cfg RULE IS TOUCHED, AND ONLY WHEN ITS DATE
      * FIELD IS BLANK OR CARRIES TODAY'S BUSINESS DATE -- A ROW
      * ALREADY ON FILE KEEPS THE DAY IT WAS TAKEN ON, AND A
      * DELIBERATELY FORWARD-DATED ONE KEEPS ITS OWN DATE. THE
      * ROUTE IS THE PATH PART OF db-access-caller (SET BY
      * listen_http WHILE A HANDLER RUNS; BLANK IN A BATCH JOB).
      *
      * ON TIME, A BLANK DATE FIELD GETS THE BUSINESS DATE. LATE,
      * THE FIELD GETS THE NEXT DISPATCH DAY AFTER THE BUSINESS
      * DATE, THE ROLL GOES TO "cutoff.log" AND app.log, AND THE
      * request-cutoff EXTERNAL TELLS THE HANDLER (AND
      * sendheader_http'S X-Cutoff-Date HEADER) SO THE SUBMITTER
      * CAN BE TOLD. THE ROW IS LOOKED FOR THROUGH ITS OWN
      * CONNECTOR, AS legal-hold-check DOES, SINCE db-update MAY
      * HOLD THE FILE OPEN.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select database-file assign to dynamic database-file-name
           organization is indexed
           access mode is dynamic
           record key is db-fullkey
           file status is database-stat.

           select cutoff-log assign to dynamic cutoff-log-name
           organization is line sequential
           file status is cutoff-log-stat.

       data division.

       file section.
       fd database-file.
       01 database-record.
           05 db-fullkey.
               10 rec-table pic x(30).
               10 rec-key   pic x(50).
           05 rec-value pic x(1024).

       fd cutoff-log.
       01 cutoff-log-record.
           05 cl-effective  pic x(8).
           05 filler        pic x(1).
           05 cl-received   pic x(8).
           05 filler        pic x(1).
           05 cl-local-date pic x(8).
           05 filler        pic x(1).
           05 cl-local-time pic x(6).
           05 filler        pic x(1).
           05 cl-table      pic x(30).
           05 filler        pic x(1).
           05 cl-key        pic x(50).
           05 filler        pic x(1).
           05 cl-cutoff     pic x(4).
           05 filler        pic x(1).
           05 cl-source     pic x(40).

       working-storage section.
       01 db-access-caller pic x(40) external.

      *    THE LAST ROLL IN THIS REQUEST -- BLANKED PER REQUEST BY
      *    listen_http.
       01 request-cutoff external.
           05 cutoff-rolled pic 9.
           05 cutoff-date   pic x(8).

       77 database-stat pic xx.
       77 cutoff-log-stat pic xx.
       77 database-file-name pic x(64).
       77 cutoff-log-name pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).
       77 caller-method pic x(16).
       77 caller-route  pic x(40).
       77 date-field    pic x(30).
       77 cutoff-hhmm   pic 9(4).
       77 cutoff-days   pic x(40).
       77 rule-found    pic 9.
       77 ext-hhmm      pic 9(4).
       77 ext-by        pic x(32).
       77 ext-found     pic 9.
       77 field-offset  pic 9(4).
       77 field-length  pic 9(4).
       77 position-found pic 9.
       77 row-date      pic x(8).
       77 row-on-file   pic 9.
       77 business-day  pic x(8).
       77 utc-date      pic 9(8).
       77 utc-time      pic 9(6).
       77 local-date    pic 9(8).
       77 local-hms     pic 9(6).
       77 zone-abbr     pic x(8).
       77 received-late pic 9.
       77 next-day      pic 9(8).
       77 day-steps     pic 9.
       77 probe-date    pic 9(8).
       77 day-listed    pic 9.
       77 day-quotient  pic 9(7).
       77 day-residue   pic 9.
       77 day-hits      pic 9(2).
       01 day-names     pic x(21) value "SUNMONTUEWEDTHUFRISAT".
       77 log-level     pic x(5).
       77 log-source    pic x(32) value "cutoff-stamp".
       77 log-text      pic x(256).

       linkage section.
       01 db-table    pic x(30).
       01 db-key      pic x(50).
       01 db-value    pic x(1024).
       01 change-source pic x(32).

       procedure division using db-table, db-key, db-value,
                           change-source.

           set caller-method to spaces.
           set caller-route to spaces.

           if db-access-caller is not equal spaces
           and db-access-caller is not equal low-values then
               unstring db-access-caller delimited by all X"20"
                   into caller-method, caller-route
               end-unstring
           end-if.

           set rule-found to 0.

           call "cutoff-rule-of"
           using by content db-table,
           by content caller-route,
           by reference date-field,
           by reference cutoff-hhmm,
           by reference cutoff-days,
           by reference rule-found.

           if rule-found is equal 0 then
               exit program
           end-if.

           set position-found to 0.

           call "db-field-position"
           using by content db-table,
           by content date-field,
           by reference field-offset,
           by reference field-length,
           by reference position-found.

           if position-found is equal 0
           or field-offset is equal 0
           or field-length is less than 8
           or field-offset + 7 is greater than 1024 then
               exit program
           end-if.

           move db-value(field-offset:8) to row-date.

           call "business-date"
           using by reference business-day.

           if row-date is not equal spaces
           and row-date is not equal business-day then
               exit program
           end-if.

           perform check-row-on-file.

           if row-on-file is equal 1 then
               exit program
           end-if.

           set ext-found to 0.

           call "cutoff-extension-of"
           using by content business-day,
           by content db-table,
           by reference ext-hhmm,
           by reference ext-by,
           by reference ext-found.

           if ext-found is equal 1
           and ext-hhmm is greater than cutoff-hhmm then
               move ext-hhmm to cutoff-hhmm
           end-if.

           perform judge-received-late.

           if received-late is equal 0 then
               if row-date is equal spaces then
                   move business-day to db-value(field-offset:8)
               end-if
               exit program
           end-if.

      *    THE NEXT DISPATCH DAY -- A WEEK AHEAD AT MOST, SINCE
      *    ANY LISTED DAY COMES ROUND WITHIN SEVEN.
           compute next-day = function date-of-integer(
               function integer-of-date(
                   function numval(business-day)) + 1).
           move next-day to probe-date.
           perform judge-day-listed.
           set day-steps to 1.

           perform advance-next-day
               until day-listed is equal 1
               or day-steps is equal 7.

           move next-day to db-value(field-offset:8).

           set cutoff-rolled to 1.
           move next-day to cutoff-date.

           perform write-cutoff-log.
           perform log-roll.

           exit program.

      *    CHECK-ROW-ON-FILE -- row-on-file 1 WHEN THE TABLE/KEY IS
      *    ALREADY STORED (AN UPDATE, NOT A NEW SUBMISSION).
       check-row-on-file.
           set row-on-file to 0.

           set tenant-stem to "database".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference database-file-name.

           open input database-file.

           if database-stat is not equal "00" then
               exit paragraph
           end-if.

           move db-table to rec-table.
           move db-key to rec-key.

           read database-file
               key is db-fullkey
               invalid key
                   set row-on-file to 0
               not invalid key
                   set row-on-file to 1
           end-read.

           close database-file.

           exit paragraph.

      *    JUDGE-RECEIVED-LATE -- LATE ON A DAY THAT IS NOT A
      *    DISPATCH DAY, AFTER THE CUT-OFF ON THE BUSINESS DAY, OR
      *    ON A LATER LOCAL DAY THAN THE BUSINESS DAY (THE CLOCK
      *    HAS PASSED MIDNIGHT AND date-roll HAS NOT RUN YET).
       judge-received-late.
           set received-late to 0.

           move function current-date(1:8) to utc-date.
           move function current-date(9:6) to utc-time.

           call "local-time"
           using by content utc-date,
           by content utc-time,
           by reference local-date,
           by reference local-hms,
           by reference zone-abbr.

           move business-day to probe-date.
           perform judge-day-listed.

           evaluate true
               when day-listed is equal 0
                   set received-late to 1
               when local-date is greater than probe-date
                   set received-late to 1
               when local-date is equal probe-date
               and local-hms is greater than cutoff-hhmm * 100
                   set received-late to 1
           end-evaluate.

           exit paragraph.

       advance-next-day.
           compute next-day = function date-of-integer(
               function integer-of-date(next-day) + 1).
           move next-day to probe-date.
           perform judge-day-listed.
           add 1 to day-steps.

           exit paragraph.

      *    JUDGE-DAY-LISTED -- probe-date'S DAY NAME IN THE RULE'S
      *    DAYS (EVERY DAY WHEN THE RULE LISTS NONE). SAME
      *    DAY-OF-WEEK RESIDUE AS THE SCHEDULER: RESIDUE 0 IS
      *    SUNDAY, 1 MONDAY.
       judge-day-listed.
           if cutoff-days is equal spaces then
               set day-listed to 1
               exit paragraph
           end-if.

           divide function integer-of-date(probe-date) by 7
               giving day-quotient remainder day-residue.

           set day-hits to 0.
           inspect cutoff-days tallying day-hits
               for all day-names(day-residue * 3 + 1:3).

           if day-hits is greater than 0 then
               set day-listed to 1
           else
               set day-listed to 0
           end-if.

           exit paragraph.

      *    WRITE-CUTOFF-LOG -- ONE LINE PER ROLLED ROW: THE DAY IT
      *    WILL BE PROCESSED ON, THE BUSINESS DAY IT ARRIVED ON,
      *    THE LOCAL CLOCK, THE ROW, THE CUT-OFF IN FORCE AND WHO
      *    SENT IT (THE ROUTE, ELSE db-update'S CALLER).
       write-cutoff-log.
           set tenant-stem to "cutoff".
           set tenant-ext to "log".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference cutoff-log-name.

           open extend cutoff-log.
           if cutoff-log-stat is equal "35" then
               open output cutoff-log
           end-if.

           if cutoff-log-stat is not equal "00" then
               exit paragraph
           end-if.

           move spaces to cutoff-log-record.
           move next-day to cl-effective.
           move business-day to cl-received.
           move local-date to cl-local-date.
           move local-hms to cl-local-time.
           move db-table to cl-table.
           move db-key to cl-key.
           move cutoff-hhmm to cl-cutoff.

           if caller-route is not equal spaces then
               move db-access-caller to cl-source
           else
               move change-source to cl-source
           end-if.

           write cutoff-log-record.

           close cutoff-log.

           exit paragraph.

       log-roll.
           move "INFO" to log-level.
           set log-text to spaces.
           string
               "AFTER CUT-OFF " delimited by size
               cutoff-hhmm delimited by size
               " - " delimited by size
               function trim(db-table) delimited by size
               " KEY " delimited by size
               function trim(db-key) delimited by size
               " RECEIVED " delimited by size
               local-date delimited by size
               " " delimited by size
               local-hms delimited by size
               " DATED " delimited by size
               next-day delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program cutoff-stamp.

      *****************************************

       identification division.
       program-id. http-maintain-cutoffs.

      ************************************************************
      * GET /maintain/cutoffs -- EVERY cutoffs.cfg RULE WITH THE
      * CUT-OFF IN FORCE TODAY, AN EXTENSION (AND WHO GRANTED IT)
      * BESIDE THE STANDING TIME. ANY SIGNED-IN USER MAY LOOK; AN
      * operator OR admin ALSO GETS AN EXTEND FORM ON EACH TABLE'S
      * RULE (A LATER TIME AND A REASON, POSTING TO
      * /maintain/cutoffset). STREAMED, AS /maintain/periods IS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select cutoff-config assign to "cutoffs.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd cutoff-config.
       01 config-record pic x(256).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       77 config-stat   pic xx.
       77 config-eof    pic 9.
       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 business-day  pic x(8).
       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-time   pic x(6).
           05 cfg-fourth pic x(40).
           05 cfg-fifth  pic x(40).
       77 cfg-days      pic x(40).
       77 cfg-route     pic x(40).
       77 ext-hhmm      pic 9(4).
       77 ext-by        pic x(32).
       77 ext-found     pic 9.
       77 ext-text      pic x(4).

       01 piece-data    pic x(4096).
       77 piece-pointer pic 9(5).
       77 piece-size    pic 9(5).
       77 chunk-size    pic 9(4).
       77 chunk-start   pic 9(5).

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

           set user-role to spaces.
           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           call "business-date"
           using by reference business-day.

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

           call "notice-banner"
           using by reference piece-data,
           by reference piece-pointer.

           string
               "<h1>Order cut-off times</h1>" X"0A"
               "<p>Business date " business-day "</p>" X"0A"
               "<table><tr><th>Table</th><th>Date field</th>"
               "<th>Route</th><th>Days</th><th>Cut-off</th>"
               "<th>Today</th><th>Extended by</th>"
               "<th></th></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           open input cutoff-config.

           if config-stat is equal "00" then
               set config-eof to 0
               perform render-one-rule until config-eof is equal 1
               close cutoff-config
           end-if.

           string
               "</table>" X"0A"
               "<p><a href=" X"22" "/maintain" X"22"
               ">Back</a></p></body></html>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           call "sendstream_close"
           using by content connect.

           exit program.

      *    RENDER-ONE-RULE -- ONE cutoffs.cfg LINE AS A TABLE ROW,
      *    WITH THE OPERATOR'S FORM IN THE LAST CELL.
       render-one-rule.
           read cutoff-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record is equal spaces
           or config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field, cfg-time,
                    cfg-fourth, cfg-fifth
           end-unstring.

           if cfg-time(1:4) is not numeric then
               exit paragraph
           end-if.

           if cfg-fourth(1:1) is equal "/" then
               move cfg-fourth to cfg-route
               set cfg-days to spaces
           else
               move cfg-fourth to cfg-days
               move cfg-fifth to cfg-route
           end-if.

           if cfg-days is equal spaces or cfg-days is equal "-" then
               set cfg-days to "*"
           end-if.

           if cfg-route is equal spaces then
               set cfg-route to "(all)"
           end-if.

           set ext-found to 0.

           call "cutoff-extension-of"
           using by content business-day,
           by content cfg-table,
           by reference ext-hhmm,
           by reference ext-by,
           by reference ext-found.

           if ext-found is equal 1
           and ext-hhmm is greater than cfg-time(1:4) then
               move ext-hhmm to ext-text
           else
               move cfg-time(1:4) to ext-text
               set ext-by to spaces
           end-if.

           string
               "<tr><td>" function trim(cfg-table)
               "</td><td>" function trim(cfg-field)
               "</td><td>" function trim(cfg-route)
               "</td><td>" function trim(cfg-days)
               "</td><td>" cfg-time(1:2) ":" cfg-time(3:2)
               "</td><td>" ext-text(1:2) ":" ext-text(3:2)
               "</td><td>" function trim(ext-by)
               "</td><td>"
               into piece-data
               with pointer piece-pointer
           end-string.

           if user-role is equal "operator"
           or user-role is equal "admin" then
               string
                   "<form method=" X"22" "POST" X"22"
                   " action=" X"22" "/maintain/cutoffset" X"22" ">"
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "table" X"22"
                   " value=" X"22" function trim(cfg-table)
                   X"22" ">"
                   "<input name=" X"22" "time" X"22"
                   " maxlength=" X"22" "4" X"22"
                   " size=" X"22" "4" X"22"
                   " placeholder=" X"22" "HHMM" X"22" ">"
                   "<input name=" X"22" "reason" X"22"
                   " maxlength=" X"22" "64" X"22" ">"
                   "<input type=" X"22" "submit" X"22"
                   " value=" X"22" "Extend today" X"22" ">"
                   "</form>"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               "</td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

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

       end program http-maintain-cutoffs.

      *****************************************

       identification division.
       program-id. http-maintain-cutoffset.

      ************************************************************
      * POST /maintain/cutoffset -- AN operator (OR admin) EXTENDS
      * TODAY'S CUT-OFF FOR ONE TABLE (table, time HHMM, reason).
      * THE TIME MUST BE LATER THAN THE TABLE'S STANDING CUT-OFF
      * AND A REASON IS REQUIRED. THE EXTENSION IS APPENDED TO
      * "cutoffext.dat" FOR THE BUSINESS DAY ONLY -- TOMORROW THE
      * STANDING RULE HOLDS AGAIN -- AND GOES TO THE SEALED AUDIT
      * TRAIL AS ACTION "EXTEND" ON TABLE "cutoff", KEY "<day>
      * <table>", WITH THE TIME IN FORCE BEFORE AND THE EXTENSION
      * LINE AFTER, AND THE OPERATOR AS THE SOURCE, THE SAME WAY
      * fiscal-period-set RECORDS A REOPEN. ANYONE ELSE GETS THE
      * BARE 403 THE OTHER MAINTENANCE GATES SEND.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select extension-file assign to dynamic extension-file-name
           organization is line sequential
           file status is extension-stat.

           select audit-file assign to dynamic audit-file-name
           organization is line sequential
           file status is audit-stat.

       data division.

       file section.
       fd extension-file.
       01 extension-record.
           05 ce-day     pic x(8).
           05 filler     pic x(1).
           05 ce-table   pic x(30).
           05 filler     pic x(1).
           05 ce-hhmm    pic x(4).
           05 filler     pic x(1).
           05 ce-before  pic x(4).
           05 filler     pic x(1).
           05 ce-stamp   pic x(14).
           05 filler     pic x(1).
           05 ce-by      pic x(32).
           05 filler     pic x(1).
           05 ce-reason  pic x(64).

       fd audit-file.
       01 audit-record.
           05 audit-stamp   pic x(29).
           05 filler        pic x(1).
           05 audit-action  pic x(6).
           05 filler        pic x(1).
           05 audit-table   pic x(30).
           05 filler        pic x(1).
           05 audit-key     pic x(50).
           05 filler        pic x(1).
           05 audit-source  pic x(32).
           05 filler        pic x(1).
           05 audit-before  pic x(1024).
           05 filler        pic x(1).
           05 audit-after   pic x(1024).
           05 filler        pic x(1).
           05 audit-seal    pic x(16).

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

       77 extension-stat pic xx.
       77 audit-stat    pic xx.
       77 extension-file-name pic x(64).
       77 audit-file-name pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).
       77 audit-timestamp pic x(29).
       77 audit-days    pic 9(4) value 0.
       77 seal-lock-table pic x(30) value "_SEAL".
       77 seal-lock-key pic x(50).
       77 seal-lock-status pic 9.
       77 seal-value    pic x(16).
       77 seal-length   pic 9(4).
       77 log-level     pic x(5).
       77 log-source    pic x(32) value "cutoff-extend".
       77 log-text      pic x(256).

       77 body-length   pic 9(6).
       77 f             pic 9(3).
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 business-day  pic x(8).
       77 want-table    pic x(30).
       77 want-time     pic x(6).
       77 want-reason   pic x(64).
       77 want-hh       pic 9(2).
       77 want-mi       pic 9(2).
       77 any-route     pic x(40) value "*".
       77 date-field    pic x(30).
       77 cutoff-hhmm   pic 9(4).
       77 cutoff-days   pic x(40).
       77 rule-found    pic 9.
       77 ext-hhmm      pic 9(4).
       77 ext-by        pic x(32).
       77 ext-found     pic 9.
       77 before-hhmm   pic 9(4).
       77 extended      pic 9.
       77 outcome-text  pic x(80).
       77 out-pointer   pic 9(5).

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

           set user-role to spaces.
           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           if session-found is not equal 1
           or (user-role is not equal "operator"
           and user-role is not equal "admin") then
               perform send-forbidden
               exit program
           end-if.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           set want-table to spaces.
           set want-time to spaces.
           set want-reason to spaces.

           perform take-one-field
               varying f from 1 by 1
               until f is greater than parse-get-size.

           call "business-date"
           using by reference business-day.

           set rule-found to 0.

           call "cutoff-rule-of"
           using by content want-table,
           by content any-route,
           by reference date-field,
           by reference cutoff-hhmm,
           by reference cutoff-days,
           by reference rule-found.

           set extended to 0.
           set outcome-text to spaces.
           set want-hh to 99.
           set want-mi to 99.

           if want-time(1:4) is numeric
           and want-time(5:2) is equal spaces then
               move want-time(1:2) to want-hh
               move want-time(3:2) to want-mi
           end-if.

           evaluate true
               when rule-found is equal 0
                   set outcome-text to
                       "No cut-off rule for that table."
               when want-hh is greater than 23
               or want-mi is greater than 59
                   set outcome-text to
                       "The time must be HHMM, 0000 to 2359."
               when want-time(1:4) is not greater than cutoff-hhmm
                   set outcome-text to
                       "It must be later than the standing cut-off."
               when want-reason is equal spaces
                   set outcome-text to "An extension needs a reason."
               when other
                   perform record-extension
           end-evaluate.

           set response-headers-size to 0.

           if extended is equal 0 then
               set status-code to 400
               set status-text to "Bad Request"
           else
               set status-code to 200
               set status-text to "OK"
           end-if.

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Cut-off for "
               function trim(want-table) " on " business-day
               "</h1>" X"0A"
               "<p>" function trim(outcome-text) "</p>" X"0A"
               "<p><a href=" X"22" "/maintain/cutoffs" X"22"
               ">Back to the cut-off times</a></p></body></html>"
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
               when "table"
                   move get-value(f)(1:30) to want-table
               when "time"
                   move get-value(f)(1:6) to want-time
               when "reason"
                   move get-value(f)(1:64) to want-reason
           end-evaluate.

           exit paragraph.

      *    RECORD-EXTENSION -- THE EXTENSION LINE, THEN ITS AUDIT
      *    ENTRY AND app.log LINE. THE TIME "BEFORE" IS WHATEVER
      *    WAS IN FORCE A MOMENT AGO, AN EARLIER EXTENSION
      *    INCLUDED.
       record-extension.
           move cutoff-hhmm to before-hhmm.
           set ext-found to 0.

           call "cutoff-extension-of"
           using by content business-day,
           by content want-table,
           by reference ext-hhmm,
           by reference ext-by,
           by reference ext-found.

           if ext-found is equal 1
           and ext-hhmm is greater than before-hhmm then
               move ext-hhmm to before-hhmm
           end-if.

           set tenant-stem to "cutoffext".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference extension-file-name.

           set tenant-stem to "audit".
           set tenant-ext to "log".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference audit-file-name.

           open extend extension-file.
           if extension-stat is equal "35" then
               open output extension-file
           end-if.

           if extension-stat is not equal "00" then
               set outcome-text to
                   "The extension could not be recorded."
               exit paragraph
           end-if.

           move spaces to extension-record.
           move business-day to ce-day.
           move want-table to ce-table.
           move want-time(1:4) to ce-hhmm.
           move before-hhmm to ce-before.
           move function current-date(1:14) to ce-stamp.
           move user-name to ce-by.
           move want-reason to ce-reason.

           write extension-record.

           close extension-file.

           set extended to 1.

           perform write-audit-record.
           perform log-extension.

           set outcome-text to spaces.
           string
               "Today's cut-off extended to "
               want-time(1:2) ":" want-time(3:2) "."
               delimited by size
               into outcome-text
           end-string.

           exit paragraph.

      *    WRITE-AUDIT-RECORD -- THE SAME SEALED, FIXED-POSITION
      *    AUDIT LINE db-update WRITES FOR A ROW CHANGE, UNDER THE
      *    SAME _SEAL LOCK.
       write-audit-record.
           call "date-utc"
           using by reference audit-timestamp,
           by content audit-days.

           move audit-file-name(1:50) to seal-lock-key.
           set seal-lock-status to 0.

           call "db-lock-acquire"
           using by content seal-lock-table,
           by content seal-lock-key,
           by reference seal-lock-status.

           open extend audit-file.
           if audit-stat is equal "35" then
               open output audit-file
           end-if.

           move spaces to audit-record.
           move audit-timestamp to audit-stamp.
           move "EXTEND" to audit-action.
           move "cutoff" to audit-table.
           move spaces to audit-key.
           string
               business-day delimited by size
               " " delimited by size
               function trim(want-table) delimited by size
               into audit-key
           end-string.
           move user-name to audit-source.
           move spaces to audit-before.
           string
               business-day delimited by size
               " " delimited by size
               want-table delimited by size
               " " delimited by size
               before-hhmm delimited by size
               into audit-before
           end-string.
           move extension-record to audit-after.

           set seal-length to 2201.

           call "seal-chain-next"
           using by content audit-file-name,
           by content audit-record,
           by content seal-length,
           by reference seal-value.

           move seal-value to audit-seal.

           write audit-record.

           close audit-file.

           if seal-lock-status is equal 1 then
               call "db-lock-release"
               using by content seal-lock-table,
               by content seal-lock-key
           end-if.

           exit paragraph.

       log-extension.
           move "INFO" to log-level.
           set log-text to spaces.
           string
               "CUT-OFF FOR " delimited by size
               function trim(want-table) delimited by size
               " ON " delimited by size
               business-day delimited by size
               " EXTENDED FROM " delimited by size
               before-hhmm delimited by size
               " TO " delimited by size
               want-time(1:4) delimited by size
               " BY " delimited by size
               function trim(user-name) delimited by size
               " - " delimited by size
               function trim(want-reason) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    SEND-FORBIDDEN -- THE SAME BARE 403 AS
      *    code-check-maintainer.
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

       end program http-maintain-cutoffset.

      *****************************************

       identification division.
       program-id. order-summary.

      ************************************************************
      * THE DAILY ORDER SUMMARY FOR DISPATCH -- EVERY ROW OF THE
      * TABLE DATED ON THE BUSINESS DATE (THE DATE FIELD OF ITS
      * cutoffs.cfg RULE), IN THREE PARTS SO THE WAREHOUSE CAN
      * SEE WHAT IS TODAY'S WORK AND WHY:
      *
      *     TAKEN TODAY         ROWS DATED TODAY AND RECEIVED ON
      *                         TIME.
      *     CARRIED IN          ROWS RECEIVED AFTER AN EARLIER
      *                         CUT-OFF AND ROLLED TO TODAY, FROM
      *                         "cutoff.log".
      *     AFTER TODAY'S       ROWS RECEIVED TODAY AFTER THE
      *     CUT-OFF             CUT-OFF IN FORCE (AN OPERATOR'S
      *                         EXTENSION INCLUDED) AND DATED
      *                         FOR A LATER DAY -- NOT TODAY'S
      *                         DISPATCH.
      *
      * THE REPORT IS "<table>-orders.YYYYMMDD.rpt", FILED IN THE
      * REPORT CATALOG. SETTING: ORDER_SUMMARY_TABLE (REQUIRED).
      * REPORT_DATE PICKS ANOTHER DAY, AS FOR EVERY DATED REPORT.
      * HOLDS UP TO 2000 cutoff.log ENTRIES PER PART.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select cutoff-log assign to dynamic cutoff-log-name
           organization is line sequential
           file status is cutoff-log-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd cutoff-log.
       01 cutoff-log-record.
           05 cl-effective  pic x(8).
           05 filler        pic x(1).
           05 cl-received   pic x(8).
           05 filler        pic x(1).
           05 cl-local-date pic x(8).
           05 filler        pic x(1).
           05 cl-local-time pic x(6).
           05 filler        pic x(1).
           05 cl-table      pic x(30).
           05 filler        pic x(1).
           05 cl-key        pic x(50).
           05 filler        pic x(1).
           05 cl-cutoff     pic x(4).
           05 filler        pic x(1).
           05 cl-source     pic x(40).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       77 cutoff-log-stat pic xx.
       77 cutoff-log-eof pic 9.
       77 report-stat   pic xx.
       77 cutoff-log-name pic x(64).
       77 report-path   pic x(64).
       77 tenant-stem   pic x(16) value "cutoff".
       77 tenant-ext    pic x(4) value "log".
       77 catalog-producer pic x(30) value "order-summary".
       77 business-day  pic x(8).
       77 summary-table pic x(30).
       77 any-route     pic x(40) value "*".
       77 date-field    pic x(30).
       77 cutoff-hhmm   pic 9(4).
       77 cutoff-days   pic x(40).
       77 rule-found    pic 9.
       77 ext-hhmm      pic 9(4).
       77 ext-by        pic x(32).
       77 ext-found     pic 9.
       77 field-offset  pic 9(4).
       77 field-length  pic 9(4).
       77 position-found pic 9.

      *    THE cutoff.log LINES THAT CONCERN TODAY: PART 2
      *    (ROLLED TO TODAY) AND PART 3 (ROLLED AWAY FROM TODAY).
       01 roll-line.
           05 rl-effective  pic x(8).
           05 filler        pic x(1).
           05 rl-received   pic x(8).
           05 filler        pic x(1).
           05 rl-local-date pic x(8).
           05 filler        pic x(1).
           05 rl-local-time pic x(6).
           05 filler        pic x(1).
           05 rl-table      pic x(30).
           05 filler        pic x(1).
           05 rl-key        pic x(50).
           05 filler        pic x(1).
           05 rl-cutoff     pic x(4).
           05 filler        pic x(1).
           05 rl-source     pic x(40).
       77 spaced-text   pic x(132).
       01 carried-list.
           05 carried-entry occurs 2000 times pic x(161).
           05 carried-size pic 9(4).
       01 late-list.
           05 late-entry occurs 2000 times pic x(161).
           05 late-size pic 9(4).
       77 c             pic 9(4).
       77 is-carried    pic 9.
       77 list-full     pic 9.

       77 blank-key     pic x(50).
       77 resume-key    pic x(50).
       77 page-done     pic 9.
       77 query-status  pic 9.
       77 fetch-count   pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 r             pic 9(3).
       77 taken-count   pic 9(7).
       77 count-edit    pic z(6)9.

       01 heading-line.
           05 filler     pic x(9) value "ORDERS - ".
           05 hl-table   pic x(30).
           05 filler     pic x(15) value " BUSINESS DATE ".
           05 hl-day     pic x(8).
           05 filler     pic x(10) value "  CUT-OFF ".
           05 hl-hh      pic x(2).
           05 filler     pic x(1) value ":".
           05 hl-mi      pic x(2).
           05 hl-extended pic x(55).

       01 detail-line.
           05 dl-key      pic x(50).
           05 filler      pic x(1).
           05 dl-dated    pic x(8).
           05 filler      pic x(2).
           05 dl-received pic x(8).
           05 filler      pic x(1).
           05 dl-time     pic x(6).
           05 filler      pic x(2).
           05 dl-source   pic x(54).

       procedure division.

           set summary-table to spaces.
           accept summary-table from environment
               "ORDER_SUMMARY_TABLE".

           if summary-table is equal spaces then
               display "ORDER_SUMMARY_TABLE IS REQUIRED"
               move 8 to return-code
               goback
           end-if.

           set rule-found to 0.

           call "cutoff-rule-of"
           using by content summary-table,
           by content any-route,
           by reference date-field,
           by reference cutoff-hhmm,
           by reference cutoff-days,
           by reference rule-found.

           if rule-found is equal 0 then
               display "NO CUT-OFF RULE FOR TABLE "
                   function trim(summary-table)
               move 8 to return-code
               goback
           end-if.

           set position-found to 0.

           call "db-field-position"
           using by content summary-table,
           by content date-field,
           by reference field-offset,
           by reference field-length,
           by reference position-found.

           if position-found is equal 0
           or field-offset is equal 0
           or field-length is less than 8 then
               display "DATE FIELD " function trim(date-field)
                   " MUST BE DECLARED IN schemas.cfg"
               move 8 to return-code
               goback
           end-if.

           call "business-date"
           using by reference business-day.

           set ext-found to 0.

           call "cutoff-extension-of"
           using by content business-day,
           by content summary-table,
           by reference ext-hhmm,
           by reference ext-by,
           by reference ext-found.

           perform load-cutoff-log.

           set report-path to spaces.
           string
               function trim(summary-table) "-orders."
               business-day ".rpt"
               delimited by size
               into report-path
           end-string.

           open output report-file.

           if report-stat is not equal "00" then
               display "CANNOT WRITE " function trim(report-path)
               move 8 to return-code
               goback
           end-if.

           perform write-heading.

           move "TAKEN TODAY" to report-record.
           perform write-spaced-line.

           set taken-count to 0.

           call "db-batch-start".

           move spaces to blank-key.
           move spaces to resume-key.
           set page-done to 0.

           perform list-one-page until page-done is equal 1.

           call "db-batch-end".

           move taken-count to count-edit.
           move spaces to report-record.
           string
               function trim(count-edit) " ROW(S) TAKEN TODAY"
               delimited by size
               into report-record
           end-string.
           write report-record.

           move "CARRIED IN FROM AN EARLIER CUT-OFF" to report-record.
           perform write-spaced-line.

           perform write-carried-line
               varying c from 1 by 1
               until c is greater than carried-size.

           move carried-size to count-edit.
           move spaces to report-record.
           string
               function trim(count-edit) " ROW(S) CARRIED IN"
               delimited by size
               into report-record
           end-string.
           write report-record.

           move "RECEIVED AFTER TODAY'S CUT-OFF - NOT FOR TODAY"
               to report-record.
           perform write-spaced-line.

           perform write-late-line
               varying c from 1 by 1
               until c is greater than late-size.

           move late-size to count-edit.
           move spaces to report-record.
           string
               function trim(count-edit)
               " ROW(S) RECEIVED AFTER THE CUT-OFF"
               delimited by size
               into report-record
           end-string.
           write report-record.

           close report-file.

           move taken-count to count-edit.
           display function trim(count-edit)
               " TAKEN, " carried-size " CARRIED IN, " late-size
               " LATE - " function trim(report-path).

           call "report-catalog-add"
           using by content report-path,
           by content business-day,
           by content catalog-producer.

           if list-full is equal 1 then
               display "MORE THAN 2000 cutoff.log ENTRIES FOR ONE "
                   "PART - THE REST ARE NOT LISTED"
               move 4 to return-code
               goback
           end-if.

           move 0 to return-code.

           goback.

      *    LOAD-CUTOFF-LOG -- THE TABLE'S ROLLS TO TODAY AND AWAY
      *    FROM TODAY.
       load-cutoff-log.
           set carried-size to 0.
           set late-size to 0.
           set list-full to 0.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference cutoff-log-name.

           open input cutoff-log.

           if cutoff-log-stat is not equal "00" then
               exit paragraph
           end-if.

           set cutoff-log-eof to 0.

           perform load-one-roll until cutoff-log-eof is equal 1.

           close cutoff-log.

           exit paragraph.

       load-one-roll.
           read cutoff-log
               at end
                   set cutoff-log-eof to 1
                   exit paragraph
           end-read.

           if cl-table is not equal summary-table then
               exit paragraph
           end-if.

           if cl-effective is equal business-day then
               if carried-size is equal 2000 then
                   set list-full to 1
               else
                   add 1 to carried-size
                   move cutoff-log-record
                       to carried-entry(carried-size)
               end-if
           end-if.

           if cl-received is equal business-day
           and cl-effective is not equal business-day then
               if late-size is equal 2000 then
                   set list-full to 1
               else
                   add 1 to late-size
                   move cutoff-log-record to late-entry(late-size)
               end-if
           end-if.

           exit paragraph.

       write-heading.
           move summary-table to hl-table.
           move business-day to hl-day.

           if ext-found is equal 1
           and ext-hhmm is greater than cutoff-hhmm then
               move ext-hhmm(1:2) to hl-hh
               move ext-hhmm(3:2) to hl-mi
               move spaces to hl-extended
               string
                   " (EXTENDED BY " function trim(ext-by) ")"
                   delimited by size
                   into hl-extended
               end-string
           else
               move cutoff-hhmm(1:2) to hl-hh
               move cutoff-hhmm(3:2) to hl-mi
               move spaces to hl-extended
           end-if.

           move heading-line to report-record.
           write report-record.

           move spaces to report-record.
           move all "=" to report-record.
           write report-record.

           move spaces to detail-line.
           move "KEY" to dl-key.
           move "DATED" to dl-dated.
           move "RECEIVED" to dl-received.
           move "TIME" to dl-time.
           move "FROM" to dl-source.
           move detail-line to report-record.
           perform write-spaced-line.

           exit paragraph.

      *    LIST-ONE-PAGE -- ONE db-query PAGE OF THE TABLE.
       list-one-page.
           set fetch-count to 0.

           call "db-query"
           using by content summary-table,
           by content blank-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status,
           by content resume-key.

           if fetch-count is equal 0 then
               set page-done to 1
               exit paragraph
           end-if.

           perform list-one-row
               varying r from 1 by 1
               until r is greater than fetch-count.

           move fetch-row-key(fetch-count) to resume-key.

           if fetch-count is less than 50 then
               set page-done to 1
           end-if.

           exit paragraph.

      *    LIST-ONE-ROW -- A ROW DATED TODAY THAT WAS NOT ROLLED
      *    IN FROM AN EARLIER DAY.
       list-one-row.
           if fetch-row-value(r)(field-offset:8)
               is not equal business-day then
               exit paragraph
           end-if.

           set is-carried to 0.

           perform match-carried-key
               varying c from 1 by 1
               until c is greater than carried-size
               or is-carried is equal 1.

           if is-carried is equal 1 then
               exit paragraph
           end-if.

           move spaces to detail-line.
           move fetch-row-key(r) to dl-key.
           move business-day to dl-dated.
           move detail-line to report-record.
           write report-record.

           add 1 to taken-count.

           exit paragraph.

       match-carried-key.
           move carried-entry(c) to roll-line.

           if rl-key is equal fetch-row-key(r) then
               set is-carried to 1
           end-if.

           exit paragraph.

       write-carried-line.
           move carried-entry(c) to roll-line.
           perform write-roll-line.

           exit paragraph.

       write-late-line.
           move late-entry(c) to roll-line.
           perform write-roll-line.

           exit paragraph.

       write-roll-line.
           move spaces to detail-line.
           move rl-key to dl-key.
           move rl-effective to dl-dated.
           move rl-local-date to dl-received.
           move rl-local-time to dl-time.
           move rl-source to dl-source.
           move detail-line to report-record.
           write report-record.

           exit paragraph.

      *    WRITE-SPACED-LINE -- report-record AFTER A BLANK LINE.
       write-spaced-line.
           move report-record to spaced-text.
           move spaces to report-record.
           write report-record.
           move spaced-text to report-record.
           write report-record.

           exit paragraph.

       end program order-summary.
