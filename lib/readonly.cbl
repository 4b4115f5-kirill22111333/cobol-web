       identification division.
       program-id. read-only-state.

      ************************************************************
      * READ-ONLY OPERATING MODE -- maintenance.ctl TAKES THE
      * WHOLE SITE DOWN, BUT DURING A RESTORE REHEARSAL, A DISK-
      * FULL SCARE OR A MONTH-END FREEZE THE INQUIRIES COULD HAVE
      * CARRIED ON. IN READ-ONLY MODE listen_http STILL SERVES
      * GET, HEAD AND OPTIONS AND ANSWERS ANY OTHER METHOD WITH A
      * 503 PAGE SAYING WHY; AND db-update, db-delete, THE SESSION
      * WRITERS AND job-enqueue REFUSE TO WRITE WHATEVER CALLS
      * THEM, A GET HANDLER OR A BATCH JOB ALIKE.
      *
      * THE MODE IS ON WHILE EITHER CONTROL FILE EXISTS:
      *
      *   readonly.ctl   THE MANUAL SWITCH -- read-only-set (BATCH)
      *                  OR POST /admin/readonly
      *   readonly.auto  THE AUTOMATIC ONE -- read-only-watch
      *                  (BATCH) DROPS IT WHEN FREE DISK ON THE
      *                  DATA VOLUME OR THE STANDBY SHIP LAG
      *                  CROSSES ITS LIMIT, AND REMOVES IT WHEN
      *                  THE CONDITION CLEARS
      *
      * EACH FILE'S LINE CARRIES THE REASON (SHOWN ON THE 503
      * PAGE), WHO SET IT AND WHEN. EVERY CHANGE GOES THROUGH
      * read-only-switch, WHICH WRITES THE alerts.log LINE AND,
      * WHEN THE SITE AS A WHOLE CHANGES MODE, THE "READONLY" OR
      * "READWRITE" availability.log EVENT.
      *
      *     call "read-only-state" using read-only-on,
      *         read-only-reason
      *
      * ANSWERS FROM THE FILES, PROBED AT MOST ONCE A SECOND.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select manual-ctl assign to "readonly.ctl"
           organization is line sequential
           file status is manual-stat.

           select auto-ctl assign to "readonly.auto"
           organization is line sequential
           file status is auto-stat.

       data division.

       file section.
       fd manual-ctl.
       01 manual-record.
           05 mr-reason pic x(128).
           05 filler    pic x(1).
           05 mr-user   pic x(64).
           05 filler    pic x(1).
           05 mr-stamp  pic x(29).

       fd auto-ctl.
       01 auto-record.
           05 ar-reason pic x(128).
           05 filler    pic x(1).
           05 ar-user   pic x(64).
           05 filler    pic x(1).
           05 ar-stamp  pic x(29).

       working-storage section.
       77 manual-stat  pic xx.
       77 auto-stat    pic xx.
       77 probe-second pic x(14) value spaces.
       77 known-on     pic 9 value 0.
       77 known-reason pic x(128) value spaces.

       linkage section.
       01 read-only-on     pic 9.
       01 read-only-reason pic x(128).

       procedure division using read-only-on, read-only-reason.

           if function current-date(1:14) is not equal probe-second
               then
               perform probe-control-files
           end-if.

           move known-on to read-only-on.
           move known-reason to read-only-reason.

           exit program.

      *    PROBE-CONTROL-FILES -- THE MANUAL SWITCH'S REASON WINS
      *    WHEN BOTH ARE SET.
       probe-control-files.
           set known-on to 0.
           set known-reason to spaces.

           open input auto-ctl.

           if auto-stat is equal "00" then
               set known-on to 1
               read auto-ctl
                   at end
                       continue
                   not at end
                       move ar-reason to known-reason
               end-read
               close auto-ctl
           end-if.

           open input manual-ctl.

           if manual-stat is equal "00" then
               set known-on to 1
               read manual-ctl
                   at end
                       continue
                   not at end
                       move mr-reason to known-reason
               end-read
               close manual-ctl
           end-if.

           if known-on is equal 1
           and known-reason is equal spaces then
               set known-reason to "OPERATIONS HOLD"
           end-if.

           move function current-date(1:14) to probe-second.

           exit paragraph.

       end program read-only-state.

      *****************************************

       identification division.
       program-id. read-only-switch.

      ************************************************************
      * SETS OR CLEARS ONE OF THE TWO READ-ONLY SWITCHES:
      *
      *     call "read-only-switch" using switch-kind, switch-on,
      *         switch-reason, switch-user, switch-status
      *
      * switch-kind "MANUAL" IS readonly.ctl, "AUTO" IS
      * readonly.auto. switch-status COMES BACK 1 WHEN THE SWITCH
      * MOVED, 0 WHEN IT WAS ALREADY THAT WAY (NOTHING IS WRITTEN
      * THEN). A MOVE IS AN alerts.log LINE (THE ops-monitor
      * SHAPE) AND AN app.log LINE; A MOVE THAT TURNS THE SITE AS
      * A WHOLE READ-ONLY OR BACK IS ALSO A "READONLY" OR
      * "READWRITE" availability.log EVENT -- sla-report SHOWS
      * THE READ-ONLY WINDOWS, WHICH ARE NOT OUTAGES.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select mode-ctl assign to dynamic mode-file-name
           organization is line sequential
           file status is mode-stat.

           select alert-log assign to "alerts.log"
           organization is line sequential
           file status is alert-stat.

       data division.

       file section.
       fd mode-ctl.
       01 mode-record.
           05 md-reason pic x(128).
           05 filler    pic x(1).
           05 md-user   pic x(64).
           05 filler    pic x(1).
           05 md-stamp  pic x(29).

       fd alert-log.
       01 alert-record pic x(350).

       working-storage section.
       77 mode-stat      pic xx.
       77 alert-stat     pic xx.
       77 mode-file-name pic x(64).
       77 file-present   pic 9.
       77 site-was-on    pic 9.
       77 site-now-on    pic 9.
       77 switch-stamp   pic x(29).
       77 stamp-days     pic 9(4) value 0.
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
       77 exist-result   pic s9(9) comp.
       77 delete-result  pic s9(9) comp.
       77 alert-reason   pic x(256).
       77 event-name     pic x(10).
       77 log-level      pic x(5).
       77 log-source     pic x(32).
       77 log-text       pic x(256).

       linkage section.
       01 switch-kind   pic x(6).
       01 switch-on     pic 9.
       01 switch-reason pic x(128).
       01 switch-user   pic x(64).
       01 switch-status pic 9.

       procedure division using switch-kind, switch-on,
                           switch-reason, switch-user,
                           switch-status.

           set switch-status to 0.

           perform probe-site-mode.
           move site-now-on to site-was-on.

           if switch-kind is equal "AUTO" then
               set mode-file-name to "readonly.auto"
           else
               set mode-file-name to "readonly.ctl"
           end-if.

           perform probe-mode-file.

           if switch-on is equal 1 and file-present is equal 1
           or switch-on is equal 0 and file-present is equal 0 then
               exit program
           end-if.

           call "date-utc"
           using by reference switch-stamp,
           by content stamp-days.

           if switch-on is equal 1 then
               open output mode-ctl
               if mode-stat is not equal "00" then
                   exit program
               end-if
               move spaces to mode-record
               move switch-reason to md-reason
               move switch-user to md-user
               move switch-stamp to md-stamp
               write mode-record
               close mode-ctl
           else
               call "CBL_DELETE_FILE"
               using function trim(mode-file-name)
               returning delete-result
           end-if.

           set switch-status to 1.

           perform probe-site-mode.

           set alert-reason to spaces.
           if switch-on is equal 1 then
               string
                   "READ-ONLY MODE ON (" function trim(switch-kind)
                   "): " function trim(switch-reason) " - BY "
                   function trim(switch-user)
                   into alert-reason
               end-string
           else
               string
                   "READ-ONLY MODE OFF (" function trim(switch-kind)
                   ") - BY " function trim(switch-user)
                   into alert-reason
               end-string
           end-if.

           if switch-on is equal 0 and site-now-on is equal 1 then
               set log-text to spaces
               string
                   function trim(alert-reason)
                   " - THE OTHER SWITCH STILL HOLDS THE SITE"
                   " READ-ONLY"
                   into log-text
               end-string
               move log-text to alert-reason
           end-if.

           perform raise-mode-alert.

           if site-now-on is not equal site-was-on then
               if site-now-on is equal 1 then
                   set event-name to "READONLY"
               else
                   set event-name to "READWRITE"
               end-if

               call "availability-event"
               using by content event-name
           end-if.

           if switch-on is equal 1 then
               move "WARN" to log-level
           else
               move "INFO" to log-level
           end-if.
           move "read-only-switch" to log-source.
           move alert-reason to log-text.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit program.

      *    PROBE-SITE-MODE -- EITHER FILE PRESENT MEANS READ-ONLY.
       probe-site-mode.
           set site-now-on to 0.

           set mode-file-name to "readonly.ctl".
           perform probe-mode-file.
           if file-present is equal 1 then
               set site-now-on to 1
           end-if.

           set mode-file-name to "readonly.auto".
           perform probe-mode-file.
           if file-present is equal 1 then
               set site-now-on to 1
           end-if.

           if switch-kind is equal "AUTO" then
               set mode-file-name to "readonly.auto"
           else
               set mode-file-name to "readonly.ctl"
           end-if.

           exit paragraph.

       probe-mode-file.
           call "CBL_CHECK_FILE_EXIST"
           using function trim(mode-file-name), file-detail
           returning exist-result.

           if exist-result is equal 0 then
               set file-present to 1
           else
               set file-present to 0
           end-if.

           exit paragraph.

      *    RAISE-MODE-ALERT -- ONE TIMESTAMPED alerts.log LINE.
       raise-mode-alert.
           open extend alert-log.
           if alert-stat is equal "35" then
               open output alert-log
           end-if.

           if alert-stat is not equal "00" then
               exit paragraph
           end-if.

           move spaces to alert-record.
           string
               function trim(switch-stamp) delimited by size
               X"20"
               function trim(alert-reason) delimited by size
               into alert-record
           end-string.

           write alert-record.

           close alert-log.

           exit paragraph.

       end program read-only-switch.

      *****************************************

       identification division.
       program-id. read-only-set.

      ************************************************************
      * THE MANUAL READ-ONLY SWITCH FROM THE COMMAND LINE -- A
      * BATCH UTILITY, SO THE MODE CAN BE SET AND LIFTED EVEN WHEN
      * NOBODY CAN SIGN IN (A SIGN-IN IS ITSELF A SESSION WRITE):
      *
      *   READONLY_ACTION on, off OR status (DEFAULT status)
      *   READONLY_REASON WHY -- REQUIRED FOR on; IT IS WHAT THE
      *                   503 PAGE TELLS THE USERS
      *   READONLY_USER   WHO (DEFAULT THE LOGIN NAME IN USER)
      *
      * off CLEARS ONLY THE MANUAL SWITCH; AN AUTOMATIC HOLD
      * CLEARS ITSELF WHEN read-only-watch SEES THE CONDITION GO.
      ************************************************************

       data division.

       working-storage section.
       77 mode-action    pic x(8).
       77 switch-kind    pic x(6) value "MANUAL".
       77 switch-on      pic 9.
       77 switch-reason  pic x(128).
       77 switch-user    pic x(64).
       77 switch-status  pic 9.
       77 read-only-on   pic 9.
       77 read-only-reason pic x(128).

       procedure division.

           set mode-action to spaces.
           accept mode-action from environment "READONLY_ACTION".

           if mode-action is equal spaces then
               set mode-action to "status"
           end-if.

           set switch-reason to spaces.
           accept switch-reason from environment "READONLY_REASON".

           set switch-user to spaces.
           accept switch-user from environment "READONLY_USER".

           if switch-user is equal spaces then
               accept switch-user from environment "USER"
           end-if.

           if switch-user is equal spaces then
               set switch-user to "batch"
           end-if.

           evaluate mode-action
               when "on"
                   if switch-reason is equal spaces then
                       display "READONLY_REASON IS REQUIRED - IT IS"
                           " WHAT THE USERS ARE TOLD"
                       move 8 to return-code
                       goback
                   end-if
                   set switch-on to 1
               when "off"
                   set switch-on to 0
               when "status"
                   continue
               when other
                   display "READONLY_ACTION MUST BE on, off OR status"
                   move 8 to return-code
                   goback
           end-evaluate.

           if mode-action is not equal "status" then
               call "read-only-switch"
               using by content switch-kind,
               by content switch-on,
               by content switch-reason,
               by content switch-user,
               by reference switch-status

               if switch-status is equal 0 then
                   display "MANUAL SWITCH ALREADY "
                       function trim(mode-action)
               end-if
           end-if.

           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 1 then
               display "SITE IS READ-ONLY: "
                   function trim(read-only-reason)
           else
               display "SITE IS READ-WRITE"
           end-if.

           move 0 to return-code.

           goback.

       end program read-only-set.

      *****************************************

       identification division.
       program-id. read-only-watch.

      ************************************************************
      * THE AUTOMATIC READ-ONLY SWITCH -- A BATCH LOOP IN THE
      * ops-monitor SHAPE. EVERY INTERVAL IT MEASURES FREE SPACE
      * ON THE DATA VOLUME (df, BY WAY OF THE SHELL) AND READS THE
      * STANDBY SHIP LAG journal-ship LEAVES IN "shiplag.dat";
      * WHEN EITHER IS PAST ITS LIMIT IT PUTS THE SITE IN READ-
      * ONLY MODE (readonly.auto) RATHER THAN LET A WRITE FAIL
      * HALF-DONE ON A FULL DISK OR PILE UP CHANGES THE STANDBY
      * DOES NOT HAVE. IT LIFTS THE MODE ONLY ONCE BOTH HAVE COME
      * BACK WITH SOME ROOM TO SPARE (FREE SPACE 10 PERCENT OVER
      * THE LIMIT, LAG UNDER HALF IT), SO A VOLUME HOVERING AT THE
      * LINE DOES NOT FLAP. SETTINGS, ALL OPTIONAL:
      *
      *   READONLY_INTERVAL     SECONDS BETWEEN CHECKS (DEFAULT
      *                         60; 0 CHECKS ONCE AND ENDS, FOR A
      *                         schedule.cfg ENTRY)
      *   READONLY_VOLUME       A PATH ON THE DATA VOLUME
      *                         (DEFAULT ".")
      *   READONLY_MIN_FREE_MB  FREE MEGABYTES BELOW WHICH IT TRIPS
      *                         (DEFAULT 1024; 0 = NOT CHECKED)
      *   READONLY_MAX_SHIP_LAG JOURNAL ENTRIES BEHIND ABOVE WHICH
      *                         IT TRIPS (DEFAULT 0 = NOT CHECKED)
      *
      * DROPPING "readonlystop.ctl" STOPS THE LOOP.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select space-list assign to "readonly.df"
           organization is line sequential
           file status is space-stat.

           select lag-file assign to "shiplag.dat"
           organization is line sequential
           file status is lag-stat.

           select watch-stop assign to "readonlystop.ctl"
           organization is line sequential
           file status is stop-stat.

       data division.

       file section.
       fd space-list.
       01 space-record pic x(256).

       fd lag-file.
       01 lag-record pic x(40).

       fd watch-stop.
       01 stop-record pic x(1).

       working-storage section.
       77 space-stat     pic xx.
       77 lag-stat       pic xx.
       77 stop-stat      pic xx.
       77 stop-seen      pic 9.
       77 setting-text   pic x(12).
       77 watch-interval pic 9(4) comp.
       77 data-volume    pic x(128).
       77 min-free-mb    pic 9(9).
       77 max-ship-lag   pic 9(9).
       77 shell-line     pic x(256).
       77 system-result  pic s9(9) comp.
       77 delete-result  pic s9(9) comp.
       01 space-fields.
           05 df-filesystem pic x(64).
           05 df-blocks     pic x(18).
           05 df-used       pic x(18).
           05 df-available  pic x(18).
       77 free-known     pic 9.
       77 free-mb        pic 9(12).
       77 lag-known      pic 9.
       77 lag-entries    pic 9(9).
       77 trip-reason    pic x(128).
       77 auto-on        pic 9.
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
       77 exist-result   pic s9(9) comp.
       77 switch-kind    pic x(6) value "AUTO".
       77 switch-on      pic 9.
       77 switch-user    pic x(64) value "read-only-watch".
       77 switch-status  pic 9.
       77 count-edit     pic z(11)9.
       77 limit-edit     pic z(11)9.

       procedure division.

           perform resolve-settings.

           set stop-seen to 0.

           perform watch-cycle until stop-seen is equal 1.

           display "READ-ONLY WATCH STOPPED".

           goback.

      *    RESOLVE-SETTINGS -- THE SAME ACCEPT-FROM-ENVIRONMENT
      *    CONVENTION AS THE OTHER UTILITIES.
       resolve-settings.
           set setting-text to spaces.
           accept setting-text from environment "READONLY_INTERVAL".
           if setting-text is equal spaces then
               set watch-interval to 60
           else
               move function numval(setting-text) to watch-interval
           end-if.

           set data-volume to spaces.
           accept data-volume from environment "READONLY_VOLUME".
           if data-volume is equal spaces then
               set data-volume to "."
           end-if.

           set setting-text to spaces.
           accept setting-text from environment
               "READONLY_MIN_FREE_MB".
           if setting-text is equal spaces then
               set min-free-mb to 1024
           else
               move function numval(setting-text) to min-free-mb
           end-if.

           set setting-text to spaces.
           accept setting-text from environment
               "READONLY_MAX_SHIP_LAG".
           if setting-text is equal spaces then
               set max-ship-lag to 0
           else
               move function numval(setting-text) to max-ship-lag
           end-if.

           exit paragraph.

      *    WATCH-CYCLE -- ONE MEASUREMENT, ONE JUDGMENT, ONE SLEEP.
       watch-cycle.
           perform poll-watch-stop.

           if stop-seen is equal 1 then
               exit paragraph
           end-if.

           perform measure-free-space.
           perform read-ship-lag.
           perform judge-limits.

           if watch-interval is equal 0 then
               set stop-seen to 1
               exit paragraph
           end-if.

           call "C$SLEEP" using watch-interval.

           exit paragraph.

      *    POLL-WATCH-STOP -- SAME OPEN/CHECK/CLOSE PROBE AS
      *    poll-shutdown.
       poll-watch-stop.
           open input watch-stop.

           if stop-stat is equal "00" then
               set stop-seen to 1
           end-if.

           close watch-stop.

           exit paragraph.

      *    MEASURE-FREE-SPACE -- THE LAST LINE OF A POSIX df
      *    LISTING: FILESYSTEM, 1K BLOCKS, USED, AVAILABLE, ...
       measure-free-space.
           set free-known to 0.
           set free-mb to 0.

           if min-free-mb is equal 0 then
               exit paragraph
           end-if.

           set shell-line to spaces.
           string
               "df -Pk " function trim(data-volume)
               " 2>/dev/null | tail -1 > readonly.df"
               into shell-line
           end-string.

           call "SYSTEM"
           using function trim(shell-line)
           returning system-result.

           open input space-list.

           if space-stat is not equal "00" then
               exit paragraph
           end-if.

           read space-list
               at end
                   move spaces to space-record
           end-read.

           close space-list.

           call "CBL_DELETE_FILE"
           using function trim("readonly.df")
           returning delete-result.

           initialize space-fields.
           unstring space-record delimited by all X"20"
               into df-filesystem, df-blocks, df-used, df-available
           end-unstring.

           if function trim(df-available) is not numeric
           or df-available is equal spaces then
               display "FREE SPACE ON " function trim(data-volume)
                   " COULD NOT BE MEASURED"
               exit paragraph
           end-if.

           compute free-mb =
               function numval(df-available) / 1024.
           set free-known to 1.

           exit paragraph.

      *    READ-SHIP-LAG -- "SHIP LAG nnnnnnnnn", REWRITTEN BY
      *    journal-ship EVERY CYCLE; NO FILE, NO STANDBY.
       read-ship-lag.
           set lag-known to 0.
           set lag-entries to 0.

           if max-ship-lag is equal 0 then
               exit paragraph
           end-if.

           open input lag-file.

           if lag-stat is not equal "00" then
               exit paragraph
           end-if.

           read lag-file
               at end
                   move spaces to lag-record
           end-read.

           close lag-file.

           if lag-record(1:9) is equal "SHIP LAG "
           and lag-record(10:9) is numeric then
               move lag-record(10:9) to lag-entries
               set lag-known to 1
           end-if.

           exit paragraph.

      *    JUDGE-LIMITS -- TRIP ON EITHER LIMIT; LIFT ONLY WITH
      *    ROOM TO SPARE ON BOTH.
       judge-limits.
           set trip-reason to spaces.

           if free-known is equal 1
           and free-mb is less than min-free-mb then
               move free-mb to count-edit
               move min-free-mb to limit-edit
               string
                   "FREE SPACE " function trim(count-edit)
                   " MB ON " function trim(data-volume)
                   " IS BELOW THE " function trim(limit-edit)
                   " MB LIMIT"
                   into trip-reason
               end-string
           end-if.

           if trip-reason is equal spaces
           and lag-known is equal 1
           and lag-entries is greater than max-ship-lag then
               move lag-entries to count-edit
               move max-ship-lag to limit-edit
               string
                   "STANDBY SHIP LAG " function trim(count-edit)
                   " ENTRIES IS OVER THE " function trim(limit-edit)
                   " LIMIT"
                   into trip-reason
               end-string
           end-if.

           call "CBL_CHECK_FILE_EXIST"
           using function trim("readonly.auto"), file-detail
           returning exist-result.

           if exist-result is equal 0 then
               set auto-on to 1
           else
               set auto-on to 0
           end-if.

           if trip-reason is not equal spaces then
               if auto-on is equal 0 then
                   set switch-on to 1
                   call "read-only-switch"
                   using by content switch-kind,
                   by content switch-on,
                   by content trip-reason,
                   by content switch-user,
                   by reference switch-status
                   display "READ-ONLY: " function trim(trip-reason)
               end-if
               exit paragraph
           end-if.

           if auto-on is equal 0 then
               exit paragraph
           end-if.

           if free-known is equal 1
           and free-mb * 10 is less than min-free-mb * 11 then
               exit paragraph
           end-if.

           if lag-known is equal 1
           and lag-entries * 2 is greater than max-ship-lag then
               exit paragraph
           end-if.

           set switch-on to 0.
           call "read-only-switch"
           using by content switch-kind,
           by content switch-on,
           by content trip-reason,
           by content switch-user,
           by reference switch-status.
           display "READ-ONLY HOLD LIFTED".

           exit paragraph.

       end program read-only-watch.

      *****************************************

       identification division.
       program-id. http-admin-readonly.

      ************************************************************
      * POST /admin/readonly -- "state=on" WITH A "reason" SETS
      * THE MANUAL READ-ONLY SWITCH, "state=off" CLEARS IT; THE
      * ANSWER IS THE SITE'S MODE AFTERWARDS (AN AUTOMATIC HOLD
      * MAY STILL KEEP IT READ-ONLY). listen_http LETS THIS ONE
      * POST THROUGH WHILE THE SITE IS READ-ONLY.
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
           05 string-data pic x(256).
           05 string-size pic 9(5).

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       77 admin-ok      pic 9.
       77 body-length   pic 9(6).
       77 f             pic 9(3).
       77 wanted-state  pic x(8).
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 switch-kind   pic x(6) value "MANUAL".
       77 switch-on     pic 9.
       77 switch-reason pic x(128).
       77 switch-status pic 9.
       77 read-only-on  pic 9.
       77 read-only-reason pic x(128).
       77 mode-word     pic x(10).

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

           call "admin-check-role"
           using by content request,
           by content connect,
           by reference admin-ok.

           if admin-ok is equal 0 then
               exit program
           end-if.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set wanted-state to spaces.
           set switch-reason to spaces.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           perform pick-one-field
               varying f from 1 by 1
               until f is greater than parse-get-size.

           set status-code to 200.
           set status-text to "OK".

           evaluate true
               when wanted-state is equal "on"
               and switch-reason is equal spaces
                   set status-code to 400
                   set status-text to "Bad Request"
               when wanted-state is equal "on"
                   set switch-on to 1
               when wanted-state is equal "off"
                   set switch-on to 0
               when other
                   set status-code to 400
                   set status-text to "Bad Request"
           end-evaluate.

           if status-code is equal 200 then
               call "read-only-switch"
               using by content switch-kind,
               by content switch-on,
               by content switch-reason,
               by content user-name,
               by reference switch-status
           end-if.

           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 1 then
               set mode-word to "read-only"
           else
               set mode-word to "read-write"
           end-if.

           set response-headers-size to 0.

           move spaces to string-data.
           set string-size to 1.

           string
               "{" X"22" "mode" X"22" ":" X"22"
               function trim(mode-word) X"22" "}"
               into string-data
               with pointer string-size
           end-string.

           compute string-size = string-size - 1.

           call "sendjson_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       pick-one-field.
           if get-name(f) is equal "state" then
               set wanted-state to get-value(f)(1:8)
           end-if.

           if get-name(f) is equal "reason" then
               set switch-reason to get-value(f)(1:128)
           end-if.

           exit paragraph.

       end program http-admin-readonly.
