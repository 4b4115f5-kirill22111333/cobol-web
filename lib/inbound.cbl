       identification division.
       program-id. inbound-watch.

      ************************************************************
      * THE INBOUND DROP FOLDER -- THE BANK, TWO SUPPLIERS AND THE
      * PAYROLL BUREAU PUT FILES ON OUR SERVER RATHER THAN SERVE
      * THEM OVER HTTP, AND EARLY SHIFT USED TO SPOT EACH ONE AND
      * RUN csv-load OR fixed-load BY HAND WITH THE RIGHT
      * SETTINGS. RUN FROM THE SCHEDULER (schedule.cfg, E.G. EVERY
      * HOUR), THIS PROGRAM LOOKS IN THE INBOUND DIRECTORY AND
      * MATCHES EACH FILE AGAINST "inbound.cfg", ONE ROUTING RULE
      * A LINE, THE FIRST MATCHING LINE WINNING:
      *
      *   <pattern> <loader> <table> <layout> <hash-field>
      *       <deadline-minutes>
      *
      * <pattern> IS THE FILE NAME WITH AT MOST ONE "*" WILDCARD
      * ("bank_*.csv"); <loader> IS csv (csv-load), fixed
      * (fixed-load), fxrate (fx-rate-load) OR edi (edi-850-intake,
      * X12 PURCHASE ORDERS); <table>, <layout>
      * AND <hash-field> ARE THE LOADER'S CSV_TABLE/FIXED_TABLE,
      * FIXED_LAYOUT AND CSV_HASH_FIELD/FIXED_HASH_FIELD, "-"
      * WHERE THE LOADER TAKES NONE; <deadline-minutes> IS HOW
      * LONG A MATCHING FILE MAY SIT UNPROCESSED. "#" LINES ARE
      * COMMENTS.
      *
      * A FILE IS LOADED ONLY ONCE IT HAS STOPPED GROWING: ITS SIZE
      * IS TAKEN, THE RUN WAITS INBOUND_SETTLE SECONDS (DEFAULT
      * 30), AND ONLY A FILE WHOSE SIZE IS UNCHANGED AND NONZERO
      * GOES FORWARD -- A FILE STILL ARRIVING WAITS FOR A LATER
      * RUN. "inboundstate.dat" REMEMBERS WHEN EACH FILE WAS FIRST
      * SEEN, ITS LAST SIZE AND WHICH ALERTS IT HAS RAISED.
      *
      * THE LOADER RUNS AS THE SCHEDULER RUNS ITS JOBS, A DYNAMIC
      * CALL WITH ITS SETTINGS IN THE ENVIRONMENT, SO ITS OWN
      * run-control-check BALANCE (TRAILER OR "<file>.ctl") DECIDES
      * THE OUTCOME. A CLEAN RUN MOVES THE FILE TO INBOUND_DONE,
      * ANY OTHER (OUT OF BALANCE, UNREADABLE, PARKED BY THE
      * LOAD_MAX_PCT BREAKER) TO INBOUND_ERROR WITH AN ALERT --
      * EACH UNDER A DATED NAME, "<file>.<YYYYMMDDHHMMSS>", AND
      * WITH ITS ".ctl" COMPANION ALONGSIDE. A PARKED FILE IS
      * RERUN BY MOVING IT BACK WITH ITS "<file>.release".
      *
      * AN alerts.log LINE (THE ops-monitor SHAPE) IS RAISED ONCE
      * FOR A FILE THAT MATCHES NO RULE -- IT STAYS WHERE IT IS
      * UNTIL A RULE IS ADDED OR SOMEONE REMOVES IT -- AND ONCE FOR
      * A FILE PAST ITS RULE'S DEADLINE. THE ".ctl" AND ".release"
      * COMPANIONS AND THE LOADERS' OWN ".rej" EXCEPTION FILES ARE
      * NOT ROUTED. SETTINGS: INBOUND_DIR (DEFAULT "inbound"),
      * INBOUND_DONE AND INBOUND_ERROR (DEFAULT "<dir>/done" AND
      * "<dir>/error"), INBOUND_SETTLE. FINISHES NONZERO WHEN ANY
      * FILE WENT TO THE ERROR FOLDER.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select route-config assign to "inbound.cfg"
           organization is line sequential
           file status is config-stat.

           select inbound-list assign to "inbound.lst"
           organization is line sequential
           file status is list-stat.

           select inbound-state assign to "inboundstate.dat"
           organization is indexed
           access mode is dynamic
           record key is is-name
           file status is state-stat.

           select alert-log assign to "alerts.log"
           organization is line sequential
           file status is alert-stat.

       data division.

       file section.
       fd route-config.
       01 config-record pic x(256).

       fd inbound-list.
       01 list-record pic x(128).

       fd inbound-state.
       01 state-record.
           05 is-name          pic x(128).
           05 is-size          pic 9(18).
           05 is-first-minutes pic 9(10).
           05 is-alerted       pic x(1).

       fd alert-log.
       01 alert-record pic x(350).

       working-storage section.
       77 config-stat  pic xx.
       77 list-stat    pic xx.
       77 state-stat   pic xx.
       77 alert-stat   pic xx.
       77 config-eof   pic 9.
       77 list-eof     pic 9.
       77 walk-done    pic 9.

       77 inbound-dir  pic x(128).
       77 done-dir     pic x(128).
       77 error-dir    pic x(128).
       77 settle-text  pic x(6).
       77 settle-seconds pic 9(4) comp.
       77 text-length  pic 9(2).
       77 shell-line   pic x(400).
       77 system-result pic s9(9) comp.

       01 route-table.
           05 route-entry occurs 50 times.
               10 rt-pattern  pic x(64).
               10 rt-loader   pic x(8).
               10 rt-table    pic x(30).
               10 rt-layout   pic x(128).
               10 rt-hash     pic x(30).
               10 rt-deadline pic 9(5).
           05 route-table-size pic 9(2).
       77 rt            pic 9(2).
       77 matched-rule  pic 9(2).

       01 config-fields.
           05 cfg-pattern  pic x(64).
           05 cfg-loader   pic x(8).
           05 cfg-table    pic x(30).
           05 cfg-layout   pic x(128).
           05 cfg-hash     pic x(30).
           05 cfg-deadline pic x(6).

       01 file-table.
           05 file-name occurs 200 times pic x(128).
           05 file-table-size pic 9(3).
       77 f            pic 9(3).
       77 listed       pic 9.

       77 name-length   pic 9(3).
       77 star-pos      pic 9(3).
       77 prefix-length pic 9(3).
       77 suffix-length pic 9(3).
       77 pattern-length pic 9(3).
       77 name-matches  pic 9.

       77 full-path     pic x(256).
       77 moved-path    pic x(256).
       77 ctl-path      pic x(256).
       77 ctl-moved     pic x(256).
       77 exist-result  pic s9(9) comp.
       77 rename-result pic s9(9) comp.
       77 current-size  pic 9(18).
       77 file-stable   pic 9.

       01 file-detail.
           05 fd-size pic 9(18) comp.
           05 fd-date.
               10 fd-day   pic 9(2) comp.
               10 fd-month pic 9(2) comp.
               10 fd-year  pic 9(4) comp.
           05 fd-time.
               10 fd-hour   pic 9(2) comp.
               10 fd-minute pic 9(2) comp.
               10 fd-second pic 9(2) comp.
               10 fd-hund   pic 9(2) comp.

       77 now-stamp     pic x(21).
       77 now-minutes   pic 9(10).
       77 age-minutes   pic s9(10).
       77 age-edit      pic z(8)9.
       77 deadline-edit pic z(4)9.

       77 loader-program pic x(30).
       77 env-name      pic x(30).
       77 env-value     pic x(256).
       77 loader-rc     pic s9(4).
       77 rc-edit       pic -(4)9.

       77 loaded-count  pic 9(5).
       77 failed-count  pic 9(5).
       77 waiting-count pic 9(5).
       77 count-edit    pic z(4)9.

       77 alert-timestamp pic x(29).
       77 alert-days      pic 9(4) value 0.
       77 alert-reason    pic x(256).
       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       procedure division.

           set inbound-dir to spaces.
           accept inbound-dir from environment "INBOUND_DIR".

           if inbound-dir is equal spaces then
               set inbound-dir to "inbound"
           end-if.

           set done-dir to spaces.
           accept done-dir from environment "INBOUND_DONE".

           if done-dir is equal spaces then
               string
                   function trim(inbound-dir) delimited by size
                   "/done" delimited by size
                   into done-dir
               end-string
           end-if.

           set error-dir to spaces.
           accept error-dir from environment "INBOUND_ERROR".

           if error-dir is equal spaces then
               string
                   function trim(inbound-dir) delimited by size
                   "/error" delimited by size
                   into error-dir
               end-string
           end-if.

           set settle-text to spaces.
           accept settle-text from environment "INBOUND_SETTLE".

           set text-length to 0.
           inspect settle-text tallying text-length
               for characters before initial space.

           if text-length is greater than 0
           and settle-text(1:text-length) is numeric then
               move settle-text(1:text-length) to settle-seconds
           else
               set settle-seconds to 30
           end-if.

           move "inbound-watch" to log-source.

           perform load-routes.

           if route-table-size is equal 0 then
               display "NO ROUTING RULES IN inbound.cfg"
           end-if.

           perform list-inbound-files.

           perform open-state-file.

           if state-stat is not equal "00" then
               display "CANNOT OPEN inboundstate.dat STATUS "
                   state-stat
               move 8 to return-code
               goback
           end-if.

      *    FIRST LOOK -- FORGET FILES THAT HAVE GONE, TAKE EVERY
      *    PRESENT FILE'S SIZE.
           perform forget-gone-files.

           perform first-look-one
               varying f from 1 by 1
               until f is greater than file-table-size.

           close inbound-state.

           if file-table-size is greater than 0 then
               call "C$SLEEP" using settle-seconds
           end-if.

      *    SECOND LOOK -- WHAT HAS STOPPED GROWING IS ROUTED.
           move function current-date to now-stamp.
           perform compute-now-minutes.

           set loaded-count to 0.
           set failed-count to 0.
           set waiting-count to 0.

           perform route-one-file
               varying f from 1 by 1
               until f is greater than file-table-size.

           move loaded-count to count-edit.
           display function trim(count-edit) " FILE(S) LOADED".
           move failed-count to count-edit.
           display function trim(count-edit) " FILE(S) TO ERROR".
           move waiting-count to count-edit.
           display function trim(count-edit) " FILE(S) WAITING".

           if failed-count is greater than 0 then
               move 8 to return-code
           else
               move 0 to return-code
           end-if.

           goback.

      *    LOAD-ROUTES -- inbound.cfg INTO THE RULE TABLE, IN
      *    FILE ORDER.
       load-routes.
           set route-table-size to 0.

           open input route-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-route until config-eof is equal 1.

           close route-config.

           exit paragraph.

       read-one-route.
           read route-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#"
           or config-record is equal spaces
           or route-table-size is equal 50 then
               exit paragraph
           end-if.

           initialize config-fields.
           unstring config-record delimited by all spaces
               into cfg-pattern, cfg-loader, cfg-table,
                    cfg-layout, cfg-hash, cfg-deadline
           end-unstring.

           if cfg-loader is equal spaces then
               exit paragraph
           end-if.

           add 1 to route-table-size.
           move cfg-pattern to rt-pattern(route-table-size).
           move cfg-loader to rt-loader(route-table-size).
           move cfg-table to rt-table(route-table-size).
           move cfg-layout to rt-layout(route-table-size).
           move cfg-hash to rt-hash(route-table-size).

           if rt-table(route-table-size) is equal "-" then
               move spaces to rt-table(route-table-size)
           end-if.

           if rt-layout(route-table-size) is equal "-" then
               move spaces to rt-layout(route-table-size)
           end-if.

           if rt-hash(route-table-size) is equal "-" then
               move spaces to rt-hash(route-table-size)
           end-if.

           set text-length to 0.
           inspect cfg-deadline tallying text-length
               for characters before initial space.

           if text-length is greater than 0
           and cfg-deadline(1:text-length) is numeric then
               move cfg-deadline(1:text-length)
                   to rt-deadline(route-table-size)
           else
               move 0 to rt-deadline(route-table-size)
           end-if.

           exit paragraph.

      *    LIST-INBOUND-FILES -- THE DIRECTORY'S PLAIN FILES, BY
      *    WAY OF THE SHELL (THE SAME CALL "SYSTEM" ROUTE THE
      *    SUPERVISOR TAKES), LESS THE COMPANIONS THAT ARE NOT
      *    ROUTED.
       list-inbound-files.
           set file-table-size to 0.

           set shell-line to spaces.
           string
               "mkdir -p " function trim(done-dir) " "
               function trim(error-dir) " ; ls -1p "
               function trim(inbound-dir)
               " 2>/dev/null | grep -v / > inbound.lst"
               into shell-line
           end-string.

           call "SYSTEM"
           using function trim(shell-line)
           returning system-result.

           open input inbound-list.

           if list-stat is not equal "00" then
               exit paragraph
           end-if.

           set list-eof to 0.

           perform read-one-listed until list-eof is equal 1.

           close inbound-list.

           exit paragraph.

       read-one-listed.
           read inbound-list
               at end
                   set list-eof to 1
                   exit paragraph
           end-read.

           if list-record is equal spaces
           or file-table-size is equal 200 then
               exit paragraph
           end-if.

           set name-length to
               function length(function trim(list-record)).

           if name-length is greater than 4 then
               if list-record(name-length - 3:4) is equal ".ctl"
               or list-record(name-length - 3:4) is equal ".rej"
                   exit paragraph
               end-if
           end-if.

           if name-length is greater than 8 then
               if list-record(name-length - 7:8) is equal ".release"
                   exit paragraph
               end-if
           end-if.

           add 1 to file-table-size.
           move list-record to file-name(file-table-size).

           exit paragraph.

       open-state-file.
           open i-o inbound-state.

           if state-stat is equal "35" then
               open output inbound-state
               close inbound-state
               open i-o inbound-state
           end-if.

           exit paragraph.

      *    FORGET-GONE-FILES -- A STATE ENTRY WHOSE FILE IS NO
      *    LONGER IN THE DIRECTORY (REMOVED BY HAND) IS DROPPED.
       forget-gone-files.
           move low-values to is-name.

           start inbound-state key is greater than or equal is-name
               invalid key
                   exit paragraph
           end-start.

           set walk-done to 0.

           perform check-one-state until walk-done is equal 1.

           exit paragraph.

       check-one-state.
           read inbound-state next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           set listed to 0.

           perform test-one-listed
               varying f from 1 by 1
               until f is greater than file-table-size
               or listed is equal 1.

           if listed is equal 0 then
               delete inbound-state record
                   invalid key
                       continue
               end-delete
           end-if.

           exit paragraph.

       test-one-listed.
           if file-name(f) is equal is-name then
               set listed to 1
           end-if.

           exit paragraph.

      *    FIRST-LOOK-ONE -- A NEW FILE IS ENTERED WITH THE TIME IT
      *    WAS FIRST SEEN; EVERY FILE'S SIZE IS TAKEN.
       first-look-one.
           perform take-current-size.

           move file-name(f) to is-name.

           read inbound-state
               key is is-name
               invalid key
                   move function current-date to now-stamp
                   perform compute-now-minutes
                   move file-name(f) to is-name
                   move current-size to is-size
                   move now-minutes to is-first-minutes
                   move "N" to is-alerted
                   write state-record
                       invalid key
                           continue
                   end-write
               not invalid key
                   move current-size to is-size
                   rewrite state-record
                       invalid key
                           continue
                   end-rewrite
           end-read.

           exit paragraph.

       take-current-size.
           set full-path to spaces.
           string
               function trim(inbound-dir) delimited by size
               "/" delimited by size
               function trim(file-name(f)) delimited by size
               into full-path
           end-string.

           set current-size to 0.

           call "CBL_CHECK_FILE_EXIST"
           using function trim(full-path),
                 file-detail
           returning exist-result.

           if exist-result is equal 0 then
               move fd-size to current-size
           end-if.

           exit paragraph.

       compute-now-minutes.
           compute now-minutes =
               function integer-of-date(
                   function numval(now-stamp(1:8))) * 1440
               + function numval(now-stamp(9:2)) * 60
               + function numval(now-stamp(11:2)).

           exit paragraph.

      *    ROUTE-ONE-FILE -- THE SECOND LOOK: MATCH, SETTLE, LOAD,
      *    FILE AWAY; OR ALERT.
       route-one-file.
           perform take-current-size.

           perform open-state-file.

           move file-name(f) to is-name.

           read inbound-state
               key is is-name
               invalid key
                   close inbound-state
                   exit paragraph
           end-read.

           set file-stable to 0.

           if current-size is equal is-size
           and current-size is greater than 0 then
               set file-stable to 1
           else
               move current-size to is-size
               rewrite state-record
                   invalid key
                       continue
               end-rewrite
           end-if.

           close inbound-state.

           perform find-matching-rule.

           if matched-rule is equal 0 then
               if is-alerted is not equal "U" then
                   set alert-reason to spaces
                   string
                       "INBOUND FILE " function trim(file-name(f))
                       " MATCHES NO ROUTING RULE IN inbound.cfg"
                       into alert-reason
                   end-string
                   perform raise-inbound-alert
                   move "U" to is-alerted
                   perform save-state-entry
               end-if
               add 1 to waiting-count
               exit paragraph
           end-if.

           if file-stable is equal 0 then
               add 1 to waiting-count
               perform check-deadline
               exit paragraph
           end-if.

           perform run-loader.

           perform file-away.

           perform open-state-file.
           move file-name(f) to is-name.
           delete inbound-state record
               invalid key
                   continue
           end-delete.
           close inbound-state.

           exit paragraph.

      *    FIND-MATCHING-RULE -- THE FIRST RULE WHOSE PATTERN
      *    MATCHES: THE TEXT BEFORE ITS "*" MUST BEGIN THE NAME AND
      *    THE TEXT AFTER IT END THE NAME; NO "*" MEANS THE EXACT
      *    NAME.
       find-matching-rule.
           set matched-rule to 0.

           set name-length to
               function length(function trim(file-name(f))).

           perform test-one-rule
               varying rt from 1 by 1
               until rt is greater than route-table-size
               or matched-rule is greater than 0.

           exit paragraph.

       test-one-rule.
           set name-matches to 0.

           set pattern-length to
               function length(function trim(rt-pattern(rt))).

           set star-pos to 0.
           inspect rt-pattern(rt) tallying star-pos
               for characters before initial "*".

           if star-pos is not less than pattern-length then
               if rt-pattern(rt) is equal file-name(f) then
                   move rt to matched-rule
               end-if
               exit paragraph
           end-if.

           move star-pos to prefix-length.
           compute suffix-length = pattern-length - star-pos - 1.

           if prefix-length + suffix-length is greater than
               name-length then
               exit paragraph
           end-if.

           if prefix-length is greater than 0 then
               if file-name(f)(1:prefix-length) is not equal
                   rt-pattern(rt)(1:prefix-length)
                   exit paragraph
               end-if
           end-if.

           if suffix-length is greater than 0 then
               if file-name(f)(name-length - suffix-length + 1:
                   suffix-length) is not equal
                   rt-pattern(rt)(star-pos + 2:suffix-length)
                   exit paragraph
               end-if
           end-if.

           move rt to matched-rule.

           exit paragraph.

      *    CHECK-DEADLINE -- A MATCHED FILE STILL WAITING PAST ITS
      *    RULE'S DEADLINE IS ALERTED ONCE.
       check-deadline.
           if rt-deadline(matched-rule) is equal 0
           or is-alerted is equal "D" then
               exit paragraph
           end-if.

           compute age-minutes = now-minutes - is-first-minutes.

           if age-minutes is not greater than
               rt-deadline(matched-rule) then
               exit paragraph
           end-if.

           move age-minutes to age-edit.
           move rt-deadline(matched-rule) to deadline-edit.

           set alert-reason to spaces.
           string
               "INBOUND FILE " function trim(file-name(f))
               " UNPROCESSED FOR " function trim(age-edit)
               " MINUTES (DEADLINE " function trim(deadline-edit)
               ")"
               into alert-reason
           end-string.

           perform raise-inbound-alert.

           move "D" to is-alerted.
           perform save-state-entry.

           exit paragraph.

       save-state-entry.
           perform open-state-file.

           rewrite state-record
               invalid key
                   continue
           end-rewrite.

           close inbound-state.

           exit paragraph.

      *    RUN-LOADER -- THE RULE'S SETTINGS INTO THE ENVIRONMENT,
      *    THEN THE LOADER ITSELF; ITS RETURN-CODE IS THE VERDICT.
      *    THE LOADER IS CANCELLED AFTERWARD SO THE NEXT FILE GETS
      *    A FRESH COPY.
       run-loader.
           evaluate rt-loader(matched-rule)
               when "csv"
                   set loader-program to "csv-load"
                   set env-name to "CSV_FILE"
                   move full-path to env-value
                   perform set-one-setting
                   set env-name to "CSV_TABLE"
                   move rt-table(matched-rule) to env-value
                   perform set-one-setting
                   set env-name to "CSV_HASH_FIELD"
                   move rt-hash(matched-rule) to env-value
                   perform set-one-setting
               when "fixed"
                   set loader-program to "fixed-load"
                   set env-name to "FIXED_FILE"
                   move full-path to env-value
                   perform set-one-setting
                   set env-name to "FIXED_TABLE"
                   move rt-table(matched-rule) to env-value
                   perform set-one-setting
                   set env-name to "FIXED_LAYOUT"
                   move rt-layout(matched-rule) to env-value
                   perform set-one-setting
                   set env-name to "FIXED_HASH_FIELD"
                   move rt-hash(matched-rule) to env-value
                   perform set-one-setting
               when "fxrate"
                   set loader-program to "fx-rate-load"
                   set env-name to "FXRATE_FILE"
                   move full-path to env-value
                   perform set-one-setting
               when "edi"
                   set loader-program to "edi-850-intake"
                   set env-name to "EDI_FILE"
                   move full-path to env-value
                   perform set-one-setting
               when other
                   move 16 to loader-rc
                   exit paragraph
           end-evaluate.

           display "LOADING " function trim(file-name(f))
               " WITH " function trim(loader-program).

           move 0 to return-code.

           call loader-program
           on exception
               move 16 to return-code
           end-call.

           move return-code to loader-rc.
           move 0 to return-code.

           cancel loader-program.

           exit paragraph.

       set-one-setting.
           display env-name upon environment-name.
           display env-value upon environment-value.

           exit paragraph.

      *    FILE-AWAY -- DONE OR ERROR UNDER A DATED NAME, THE .ctl
      *    COMPANION WITH IT; A FAILURE IS ALSO AN ALERT.
       file-away.
           move function current-date to now-stamp.

           set moved-path to spaces.

           if loader-rc is equal 0 then
               string
                   function trim(done-dir) "/"
                   function trim(file-name(f)) "."
                   now-stamp(1:14)
                   into moved-path
               end-string
           else
               string
                   function trim(error-dir) "/"
                   function trim(file-name(f)) "."
                   now-stamp(1:14)
                   into moved-path
               end-string
           end-if.

           call "CBL_RENAME_FILE"
           using function trim(full-path),
                 function trim(moved-path)
           returning rename-result.

           set ctl-path to spaces.
           string
               function trim(full-path) ".ctl"
               into ctl-path
           end-string.

           set ctl-moved to spaces.
           string
               function trim(moved-path) ".ctl"
               into ctl-moved
           end-string.

           call "CBL_RENAME_FILE"
           using function trim(ctl-path),
                 function trim(ctl-moved)
           returning exist-result.

           set log-text to spaces.
           move loader-rc to rc-edit.

           if loader-rc is equal 0 then
               add 1 to loaded-count
               move "INFO" to log-level
               string
                   "INBOUND " function trim(file-name(f))
                   " LOADED BY " function trim(loader-program)
                   " - FILED AS " function trim(moved-path)
                   into log-text
               end-string
           else
               add 1 to failed-count
               move "ERROR" to log-level
               string
                   "INBOUND " function trim(file-name(f))
                   " FAILED IN " function trim(rt-loader(matched-rule))
                   " LOADER RC=" function trim(rc-edit)
                   " - FILED AS " function trim(moved-path)
                   into log-text
               end-string

               move log-text to alert-reason
               perform raise-inbound-alert
           end-if.

           if rename-result is not equal 0 then
               move "ERROR" to log-level
               string
                   " (MOVE FAILED - FILE LEFT IN PLACE)"
                   delimited by size
                   into log-text(
                       function length(function trim(log-text)) + 1:)
               end-string
           end-if.

           display function trim(log-text).

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    RAISE-INBOUND-ALERT -- ONE alerts.log LINE, THE SAME
      *    TIMESTAMPED SHAPE ops-monitor WRITES.
       raise-inbound-alert.
           call "date-utc"
           using by reference alert-timestamp,
           by content alert-days.

           open extend alert-log.
           if alert-stat is equal "35" then
               open output alert-log
           end-if.

           move spaces to alert-record.
           string
               function trim(alert-timestamp) delimited by size
               X"20"
               function trim(alert-reason) delimited by size
               into alert-record
           end-string.

           write alert-record.

           close alert-log.

           display "ALERT " function trim(alert-reason).

           exit paragraph.

       end program inbound-watch.
