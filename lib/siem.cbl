       identification division.
       program-id. siem-forward.

      ************************************************************
      * SECURITY EVENT FORWARDER FOR THE CORPORATE SIEM -- SIGN-IN
      * FAILURES, LOCKOUTS, ROLE-GUARD AND CONSOLE REFUSALS, IP
      * DENIALS, ADMIN ACTIONS AND ALERTS WERE ONLY EVER ON THIS
      * BOX AND ONLY SUMMARIZED ONCE A DAY BY security-report.
      * THIS LOOP TAILS THE FILES THEY ARE WRITTEN TO AND SENDS
      * EACH NEW EVENT TO THE SYSLOG COLLECTOR AS IT APPEARS:
      *
      *     intruder.log          EVERY LINE (AUTHFAIL)
      *     alerts.log            EVERY LINE (ALERT)
      *     app.log               EVERY LINE -- LOCKOUT, AUTHZ
      *                           (role-guard, admin-console
      *                           REFUSALS), ADMIN (admin-console
      *                           ACTIONS) OR APP BY LEVEL
      *     access.log AND EVERY  THE "DENY" LINES (IPDENY)
      *     access.<tenant>.log
      *
      * EACH EVENT IS ONE RFC 5424 MESSAGE -- PRIORITY (authpriv
      * FOR THE SECURITY CATEGORIES, local0 FOR APPLICATION
      * EVENTS), THE EVENT'S OWN TIMESTAMP, OUR HOST NAME, THE
      * WRITING PROGRAM AS APP-NAME, THE CATEGORY AS MSGID, AND A
      * STRUCTURED-DATA ELEMENT CARRYING tenant, requestId,
      * category AND file -- SENT OVER TCP WITH OCTET-COUNTING
      * FRAMING (RFC 6587 / RFC 5425).
      *
      * SETTINGS (ACCEPT FROM ENVIRONMENT):
      *
      *     SIEM_SERVER    host:port OF THE COLLECTOR. REQUIRED.
      *     SIEM_TLS       Y WHEN THE COLLECTOR TAKES TLS ONLY
      *                    (PORT 6514). connect_tcp OPENS A PLAIN
      *                    CONNECTION, SO SIEM_SERVER THEN NAMES THE
      *                    LOCAL END OF A TLS TUNNEL ON THIS HOST
      *                    (stunnel OR THE LIKE), THE SAME
      *                    ARRANGEMENT AS LDAP_SERVER, AND ANY
      *                    ADDRESS OFF THIS HOST IS REFUSED.
      *     SIEM_INTERVAL  SECONDS BETWEEN PASSES (DEFAULT 5).
      *     SIEM_HOSTNAME  HOST NAME TO REPORT (DEFAULT $HOSTNAME).
      *     SIEM_SD_ID     STRUCTURED-DATA ID (DEFAULT
      *                    "event@32473").
      *     TENANT         TENANT REPORTED FOR THE SHARED FILES;
      *                    A TENANT'S OWN access LOG REPORTS ITS
      *                    OWN NAME.
      *
      * NOTHING IS SENT STRAIGHT FROM A LOG FILE. EACH PASS FIRST
      * APPENDS THE NEW EVENTS TO "siem.buf", THEN SENDS WHAT THE
      * BUFFER HOLDS BEYOND WHAT HAS ALREADY GONE; WHILE THE
      * COLLECTOR IS UNREACHABLE THE BUFFER SIMPLY GROWS, AND IT IS
      * EMPTIED ONCE EVERYTHING IN IT HAS BEEN SENT. "siem.pos"
      * HOLDS, PER SOURCE FILE, THE LAST LINE TAKEN AND ITS TEXT,
      * HOW MANY BUFFERED EVENTS HAVE GONE, AND THE BACKLOG; IT
      * IS REWRITTEN AFTER EVERY PASS AND EVERY EVENT SENT. EVERY
      * BUFFERED EVENT ALSO CARRIES ITS SOURCE LINE, SO A RESTART
      * AFTER A CRASH TAKES THE LATER OF THE TWO AND NEITHER
      * LOSES NOR REPEATS AN EVENT. A SOURCE WHOSE LINE NO LONGER
      * MATCHES HAS BEEN ROTATED: THE REST OF THE DATED ARCHIVE
      * log-rotate MADE OF IT (UP TO A WEEK BACK) IS TAKEN FIRST,
      * THEN THE NEW FILE FROM THE TOP.
      *
      * THE "*BACKLOG" LINE OF siem.pos IS WHAT ops-monitor
      * WATCHES. DROPPING "siemstop.ctl" STOPS THE LOOP CLEANLY,
      * THE SAME POLLED-FILE CONVENTION AS monitorstop.ctl.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select position-file assign to "siem.pos"
           organization is line sequential
           file status is position-stat.

           select buffer-file assign to "siem.buf"
           organization is line sequential
           file status is buffer-stat.

           select source-file assign to dynamic read-name
           organization is line sequential
           file status is source-stat.

           select siem-stop assign to "siemstop.ctl"
           organization is line sequential
           file status is stop-stat.

       data division.

       file section.
       fd position-file.
       01 position-record.
           05 ps-source  pic x(64).
           05 filler     pic x(1).
           05 ps-origin  pic x(64).
           05 filler     pic x(1).
           05 ps-count   pic 9(9).
           05 filler     pic x(1).
           05 ps-print   pic x(128).

       fd buffer-file.
       01 buffer-record.
           05 bf-source  pic x(64).
           05 filler     pic x(1).
           05 bf-origin  pic x(64).
           05 filler     pic x(1).
           05 bf-line    pic 9(9).
           05 filler     pic x(1).
           05 bf-print   pic x(128).
           05 filler     pic x(1).
           05 bf-message pic x(1024).

       fd source-file.
       01 source-record pic x(512).

       fd siem-stop.
       01 stop-record pic x(1).

       working-storage section.
       77 position-stat pic xx.
       77 buffer-stat   pic xx.
       77 source-stat   pic xx.
       77 stop-stat     pic xx.
       77 stop-seen     pic 9.
       77 scan-eof      pic 9.
       77 read-name     pic x(64).

       77 siem-server   pic x(64).
       77 siem-tls      pic x(1).
       77 setting-text  pic x(8).
       77 pass-interval pic 9(4) comp.
       77 host-name     pic x(64).
       77 sd-id         pic x(32).
       77 shared-tenant pic x(30).

       01 source-list.
           05 source-entry occurs 20 times.
               10 sc-name   pic x(64).
               10 sc-stem   pic x(48).
               10 sc-kind   pic x(1).
               10 sc-tenant pic x(30).
               10 sc-origin pic x(64).
               10 sc-count  pic 9(9).
               10 sc-print  pic x(128).
           05 source-list-size pic 9(2).
       77 s             pic 9(2).
       77 source-found  pic 9.
       77 new-name      pic x(64).
       77 new-stem      pic x(48).
       77 new-kind      pic x(1).
       77 new-tenant    pic x(30).

       01 tenant-list.
           05 tenant-name occurs 16 times pic x(30).
           05 tenant-list-size pic 9(2).
       77 tenant-idx    pic 9(2).
       77 tenant-folded pic x(30).

       77 line-no       pic 9(9).
       77 position-bad  pic 9.
       77 archive-found pic 9.
       77 day-back      pic 9.
       77 today-int     pic 9(8).
       77 archive-int   pic 9(8).
       77 archive-date  pic 9(8).
       77 exist-result  pic s9(9) comp.
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

       77 buffer-lines  pic 9(9).
       77 sent-count    pic 9(9).
       77 backlog-count pic 9(9).
       77 buffer-open   pic 9.
       77 last-sent     pic x(29).
       77 collector-up  pic 9.

      *    ONE EVENT, AS CLASSIFIED.
       01 event-fields.
           05 ev-forward  pic 9.
           05 ev-app      pic x(48).
           05 ev-msgid    pic x(8).
           05 ev-category pic x(16).
           05 ev-facility pic 9(2).
           05 ev-severity pic 9.
           05 ev-request  pic x(24).
           05 ev-tenant   pic x(30).
           05 ev-text     pic x(512).
       77 ln-level      pic x(8).
       77 ln-source     pic x(48).
       77 ln-trace      pic x(24).
       77 ln-word1      pic x(64).
       77 ln-word2      pic x(64).
       77 ln-pointer    pic 9(4).

       77 stamp-mon     pic x(3).
       77 month-num     pic 9(2).
       77 event-time    pic x(20).
       77 pri-value     pic 9(3).
       77 pri-edit      pic zz9.
       77 msg-pointer   pic 9(4).

       77 param-in      pic x(64).
       77 param-out     pic x(128).
       77 param-length  pic 9(3).
       77 param-pos     pic 9(3).
       77 out-pos       pic 9(3).
       01 sd-values.
           05 sd-tenant  pic x(128).
           05 sd-request pic x(128).
           05 sd-file    pic x(128).

       77 siem-connect  pic s9(9).
       01 frame-buf.
           05 frame-data pic x(1040).
           05 frame-size pic 9(5).
       77 msg-length    pic 9(5).
       77 length-edit   pic z(4)9.

       77 stamp-days    pic 9(4) value 0.
       77 count-edit    pic z(8)9.
       77 log-level     pic x(5).
       77 log-source    pic x(32) value "siem-forward".
       77 log-text      pic x(256).

       procedure division.

           perform resolve-settings.

           if return-code is not equal 0 then
               goback
           end-if.

           perform build-source-list.
           perform load-positions.
           perform recover-from-buffer.
           perform write-positions.

           set collector-up to 1.
           set stop-seen to 0.

           perform forward-pass until stop-seen is equal 1.

           display "SIEM FORWARDER STOPPED".

           goback.

      *    RESOLVE-SETTINGS -- THE SAME ACCEPT-FROM-ENVIRONMENT
      *    CONVENTION AS THE OTHER UTILITIES. NO COLLECTOR, OR A
      *    TLS COLLECTOR NAMED OFF THIS HOST, AND THE RUN STOPS 8.
       resolve-settings.
           set siem-server to spaces.
           accept siem-server from environment "SIEM_SERVER".

           if siem-server is equal spaces then
               display "SIEM_SERVER NOT SET - NOTHING TO FORWARD TO"
               move 8 to return-code
               exit paragraph
           end-if.

           set siem-tls to spaces.
           accept siem-tls from environment "SIEM_TLS".

           if siem-tls is equal "Y" or siem-tls is equal "y" then
               if siem-server(1:4) is not equal "127."
               and siem-server(1:10) is not equal "localhost:"
               and siem-server(1:6) is not equal "[::1]:" then
                   display "SIEM_TLS=Y NEEDS SIEM_SERVER TO NAME THE"
                       " LOCAL TLS TUNNEL, NOT "
                       function trim(siem-server)
                   move 8 to return-code
                   exit paragraph
               end-if
           end-if.

           set setting-text to spaces.
           accept setting-text from environment "SIEM_INTERVAL".
           if setting-text is equal spaces then
               set pass-interval to 5
           else
               move function trim(setting-text) to pass-interval
           end-if.

           set host-name to spaces.
           accept host-name from environment "SIEM_HOSTNAME".
           if host-name is equal spaces then
               accept host-name from environment "HOSTNAME"
           end-if.
           if host-name is equal spaces then
               set host-name to "-"
           end-if.

           set sd-id to spaces.
           accept sd-id from environment "SIEM_SD_ID".
           if sd-id is equal spaces then
               set sd-id to "event@32473"
           end-if.

           set shared-tenant to spaces.
           accept shared-tenant from environment "TENANT".
           if shared-tenant is equal spaces then
               set shared-tenant to "-"
           end-if.

           exit paragraph.

      *    BUILD-SOURCE-LIST -- THE SHARED FILES AND EVERY TENANT
      *    PARTITION'S ACCESS LOG, NAMES FOLDED THE WAY
      *    tenant-file-name AND log-rotate FOLD THEM. RUN EVERY
      *    PASS SO A TENANT PROVISIONED UNDER A RUNNING FORWARDER
      *    IS PICKED UP; A SOURCE ALREADY LISTED KEEPS ITS PLACE.
       build-source-list.
           move "intruder.log" to new-name.
           move "intruder" to new-stem.
           move "I" to new-kind.
           move shared-tenant to new-tenant.
           perform add-source.

           move "alerts.log" to new-name.
           move "alerts" to new-stem.
           move "A" to new-kind.
           perform add-source.

           move "app.log" to new-name.
           move "app" to new-stem.
           move "P" to new-kind.
           perform add-source.

           move "access.log" to new-name.
           move "access" to new-stem.
           move "C" to new-kind.
           perform add-source.

           initialize tenant-list.

           call "list-tenants"
           using by reference tenant-list.

           perform add-tenant-source
               varying tenant-idx from 1 by 1
               until tenant-idx is greater than tenant-list-size.

           exit paragraph.

       add-tenant-source.
           move tenant-name(tenant-idx) to tenant-folded.
           inspect tenant-folded replacing all "/" by "-".
           inspect tenant-folded replacing all "." by "-".

           set new-stem to spaces.
           string
               "access." function trim(tenant-folded)
               delimited by size
               into new-stem
           end-string.

           set new-name to spaces.
           string
               function trim(new-stem) ".log"
               delimited by size
               into new-name
           end-string.

           move "C" to new-kind.
           move tenant-folded to new-tenant.
           perform add-source.

           exit paragraph.

       add-source.
           perform find-source.

           if source-found is equal 1
           or source-list-size is equal 20 then
               exit paragraph
           end-if.

           add 1 to source-list-size.
           move source-list-size to s.
           move new-name to sc-name(s).
           move new-stem to sc-stem(s).
           move new-kind to sc-kind(s).
           move new-tenant to sc-tenant(s).
           move new-name to sc-origin(s).
           set sc-count(s) to 0.
           set sc-print(s) to spaces.

           exit paragraph.

      *    FIND-SOURCE -- new-name IN THE LIST; s IS LEFT ON IT.
       find-source.
           set source-found to 0.

           perform match-source
               varying s from 1 by 1
               until s is greater than source-list-size
               or source-found is equal 1.

           if source-found is equal 1 then
               subtract 1 from s
           end-if.

           exit paragraph.

       match-source.
           if sc-name(s) is equal new-name then
               set source-found to 1
           end-if.

           exit paragraph.

      *    LOAD-POSITIONS -- siem.pos AS THE LAST PASS LEFT IT.
       load-positions.
           set sent-count to 0.
           set last-sent to spaces.

           open input position-file.

           if position-stat is not equal "00" then
               exit paragraph
           end-if.

           set scan-eof to 0.
           perform load-one-position until scan-eof is equal 1.

           close position-file.

           exit paragraph.

       load-one-position.
           read position-file
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if ps-count is not numeric then
               exit paragraph
           end-if.

           evaluate ps-source
               when "*FORWARD"
                   move ps-count to sent-count
               when "*BACKLOG"
                   move ps-origin to last-sent
               when other
                   move ps-source to new-name
                   perform find-source
                   if source-found is equal 1 then
                       move ps-origin to sc-origin(s)
                       move ps-count to sc-count(s)
                       move ps-print to sc-print(s)
                   end-if
           end-evaluate.

           exit paragraph.

      *    RECOVER-FROM-BUFFER -- THE BUFFER IS WRITTEN BEFORE
      *    siem.pos, SO AFTER A CRASH THE LAST BUFFERED EVENT OF A
      *    SOURCE IS WHERE THAT SOURCE REALLY STANDS. A SENT COUNT
      *    PAST THE END MEANS THE BUFFER WAS EMPTIED JUST BEFORE
      *    THE CRASH.
       recover-from-buffer.
           set buffer-lines to 0.

           open input buffer-file.

           if buffer-stat is equal "00" then
               set scan-eof to 0
               perform recover-one-event until scan-eof is equal 1
               close buffer-file
           end-if.

           if sent-count is greater than buffer-lines then
               move buffer-lines to sent-count
           end-if.

           exit paragraph.

       recover-one-event.
           read buffer-file
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           add 1 to buffer-lines.

           move bf-source to new-name.
           perform find-source.

           if source-found is equal 1 then
               move bf-origin to sc-origin(s)
               move bf-line to sc-count(s)
               move bf-print to sc-print(s)
           end-if.

           exit paragraph.

      *    WRITE-POSITIONS -- THE WHOLE POSITION FILE, REWRITTEN.
       write-positions.
           compute backlog-count = buffer-lines - sent-count.

           open output position-file.

           move spaces to position-record.
           move "*FORWARD" to ps-source.
           move sent-count to ps-count.
           write position-record.

           move spaces to position-record.
           move "*BACKLOG" to ps-source.
           move last-sent to ps-origin.
           move backlog-count to ps-count.
           if collector-up is equal 0 then
               move "COLLECTOR UNREACHABLE" to ps-print
           end-if.
           write position-record.

           perform write-one-position
               varying s from 1 by 1
               until s is greater than source-list-size.

           close position-file.

           exit paragraph.

       write-one-position.
           move spaces to position-record.
           move sc-name(s) to ps-source.
           move sc-origin(s) to ps-origin.
           move sc-count(s) to ps-count.
           move sc-print(s) to ps-print.
           write position-record.

           exit paragraph.

      *    FORWARD-PASS -- COLLECT, SEND, EMPTY THE BUFFER WHEN IT
      *    HAS ALL GONE, SLEEP.
       forward-pass.
           perform poll-siem-stop.

           if stop-seen is equal 1 then
               exit paragraph
           end-if.

           perform build-source-list.
           perform collect-events.
           perform write-positions.

           perform send-backlog.

           if buffer-lines is greater than 0
           and sent-count is equal buffer-lines then
               open output buffer-file
               close buffer-file
               set buffer-lines to 0
               set sent-count to 0
               perform write-positions
           end-if.

           call "C$SLEEP" using pass-interval.

           exit paragraph.

      *    POLL-SIEM-STOP -- SAME OPEN/CHECK/CLOSE PROBE AS
      *    poll-monitor-stop.
       poll-siem-stop.
           open input siem-stop.

           if stop-stat is equal "00" then
               set stop-seen to 1
           end-if.

           close siem-stop.

           exit paragraph.

      *    COLLECT-EVENTS -- EVERY SOURCE'S NEW LINES INTO THE
      *    BUFFER.
       collect-events.
           open extend buffer-file.
           if buffer-stat is equal "35" then
               open output buffer-file
           end-if.

           perform collect-one-source
               varying s from 1 by 1
               until s is greater than source-list-size.

           close buffer-file.

           exit paragraph.

      *    COLLECT-ONE-SOURCE -- AN ARCHIVE LEFT PART-TAKEN BY A
      *    CRASH IS FINISHED FIRST; THEN THE LIVE FILE, OR, WHEN
      *    IT HAS BEEN ROTATED, THE ARCHIVE'S REST AND THEN THE
      *    NEW FILE FROM THE TOP.
       collect-one-source.
           if sc-origin(s) is not equal spaces
           and sc-origin(s) is not equal sc-name(s) then
               move sc-origin(s) to read-name
               perform scan-source-file
               perform restart-at-top
           end-if.

           move sc-name(s) to read-name.
           perform scan-source-file.

           if position-bad is equal 0 then
               exit paragraph
           end-if.

           perform find-rotated-archive.

           if archive-found is equal 0 then
               move sc-count(s) to count-edit
               move "WARN" to log-level
               set log-text to spaces
               string
                   "POSITION LOST FOR " function trim(sc-name(s))
                   " AT LINE " function trim(count-edit)
                   " - FORWARDING FROM LINE 1"
                   delimited by size
                   into log-text
               end-string
               perform write-log
           end-if.

           perform restart-at-top.

           move sc-name(s) to read-name.
           perform scan-source-file.

           exit paragraph.

       restart-at-top.
           move sc-name(s) to sc-origin(s).
           set sc-count(s) to 0.
           set sc-print(s) to spaces.

           exit paragraph.

      *    FIND-ROTATED-ARCHIVE -- "<stem>.YYYYMMDD.log" FOR TODAY
      *    AND THE SEVEN DAYS BEFORE; THE ONE WHOSE LINE AT THE
      *    POSITION STILL MATCHES IS THE FILE WE WERE READING, AND
      *    ITS REMAINING LINES ARE TAKEN AS IT IS FOUND.
       find-rotated-archive.
           set archive-found to 0.
           move function current-date(1:8) to today-int.

           perform try-one-archive
               varying day-back from 0 by 1
               until day-back is greater than 7
               or archive-found is equal 1.

           exit paragraph.

       try-one-archive.
           compute archive-int =
               function integer-of-date(today-int) - day-back.
           compute archive-date =
               function date-of-integer(archive-int).

           set read-name to spaces.
           string
               function trim(sc-stem(s)) "." archive-date ".log"
               delimited by size
               into read-name
           end-string.

           call "CBL_CHECK_FILE_EXIST"
           using function trim(read-name),
                 file-detail
           returning exist-result.

           if exist-result is not equal 0 then
               exit paragraph
           end-if.

           perform scan-source-file.

           if position-bad is equal 0 then
               set archive-found to 1
           end-if.

           exit paragraph.

      *    SCAN-SOURCE-FILE -- read-name FROM THE TOP: THE LINE AT
      *    THE SOURCE'S POSITION MUST STILL READ AS IT DID
      *    (position-bad OTHERWISE, AND NOTHING IS TAKEN); EVERY
      *    LINE AFTER IT IS AN EVENT.
       scan-source-file.
           set position-bad to 0.

           open input source-file.

           if source-stat is not equal "00" then
               if sc-count(s) is greater than 0 then
                   set position-bad to 1
               end-if
               exit paragraph
           end-if.

           set line-no to 0.
           set scan-eof to 0.

           perform scan-one-line
               until scan-eof is equal 1
               or position-bad is equal 1.

           close source-file.

           if line-no is less than sc-count(s) then
               set position-bad to 1
           end-if.

           exit paragraph.

       scan-one-line.
           read source-file
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-no.

           if line-no is less than sc-count(s) then
               exit paragraph
           end-if.

           if line-no is equal sc-count(s) then
               if source-record(1:128) is not equal sc-print(s)
               then
                   set position-bad to 1
               end-if
               exit paragraph
           end-if.

           perform classify-event.

           if ev-forward is equal 1 then
               perform buffer-event
           end-if.

           move read-name to sc-origin(s).
           move line-no to sc-count(s).
           move source-record(1:128) to sc-print(s).

           exit paragraph.

      *    CLASSIFY-EVENT -- WHAT THE LINE IS, BY THE FILE IT CAME
      *    FROM: FACILITY 10 (authpriv) FOR SECURITY EVENTS, 16
      *    (local0) FOR THE REST.
       classify-event.
           initialize event-fields.
           set ev-forward to 1.
           set ev-request to "-".
           move sc-tenant(s) to ev-tenant.
           set ev-facility to 10.
           set ev-severity to 4.

           evaluate sc-kind(s)
               when "I"
                   perform classify-intruder
               when "A"
                   perform classify-alert
               when "P"
                   perform classify-app
               when "C"
                   perform classify-access
           end-evaluate.

           exit paragraph.

      *    CLASSIFY-INTRUDER -- "<stamp> <account> <client>".
       classify-intruder.
           set ln-word1 to spaces.
           set ln-word2 to spaces.
           unstring source-record(31:) delimited by all X"20"
               into ln-word1, ln-word2
           end-unstring.

           move "intruder-log" to ev-app.
           move "AUTHFAIL" to ev-msgid.
           move "authentication" to ev-category.

           string
               "SIGN-IN FAILED FOR " function trim(ln-word1)
               " FROM " function trim(ln-word2)
               delimited by size
               into ev-text
           end-string.

           exit paragraph.

      *    CLASSIFY-ALERT -- "<stamp> <reason>".
       classify-alert.
           move "alerts" to ev-app.
           move "ALERT" to ev-msgid.
           move "alert" to ev-category.
           set ev-facility to 16.
           set ev-severity to 1.
           move source-record(31:) to ev-text.

           exit paragraph.

      *    CLASSIFY-APP -- "<stamp> <level> <source> <trace>
      *    <text>", THE log-message SHAPE.
       classify-app.
           set ln-level to spaces.
           set ln-source to spaces.
           set ln-trace to spaces.
           set ln-pointer to 31.

           unstring source-record delimited by all X"20"
               into ln-level, ln-source, ln-trace
               with pointer ln-pointer
           end-unstring.

           if ln-pointer is less than 512 then
               move source-record(ln-pointer:) to ev-text
           end-if.

           move ln-source to ev-app.

           if ln-trace is not equal spaces then
               move ln-trace to ev-request
           end-if.

           set ln-pointer to 0.
           inspect ev-text tallying ln-pointer
               for all " LOCKED AFTER ".

           evaluate true
               when ln-pointer is greater than 0
                   move "LOCKOUT" to ev-msgid
                   move "lockout" to ev-category
               when ln-source is equal "role-guard"
               when ev-text(1:14) is equal "ADMIN REFUSED "
                   move "AUTHZ" to ev-msgid
                   move "authorization" to ev-category
               when ln-source is equal "admin-console"
                   move "ADMIN" to ev-msgid
                   move "admin" to ev-category
                   set ev-severity to 5
               when other
                   move "APP" to ev-msgid
                   move "application" to ev-category
                   set ev-facility to 16
                   evaluate ln-level
                       when "ERROR"
                           set ev-severity to 3
                       when "WARN"
                           set ev-severity to 4
                       when "INFO"
                           set ev-severity to 6
                       when "DEBUG"
                           set ev-severity to 7
                       when other
                           set ev-severity to 5
                   end-evaluate
           end-evaluate.

           exit paragraph.

      *    CLASSIFY-ACCESS -- ONLY write-deny-log's "<stamp> DENY
      *    <client> 0" LINES; ORDINARY REQUESTS STAY ON THE BOX.
       classify-access.
           if source-record(31:5) is not equal "DENY " then
               set ev-forward to 0
               exit paragraph
           end-if.

           set ln-word1 to spaces.
           unstring source-record(36:) delimited by all X"20"
               into ln-word1
           end-unstring.

           move "listen-http" to ev-app.
           move "IPDENY" to ev-msgid.
           move "ip-deny" to ev-category.

           string
               "CONNECTION DENIED FROM " function trim(ln-word1)
               delimited by size
               into ev-text
           end-string.

           exit paragraph.

      *    BUFFER-EVENT -- THE RFC 5424 MESSAGE, WITH THE SOURCE
      *    LINE IT CAME FROM, ONTO THE BUFFER.
       buffer-event.
           perform format-event-time.

           compute pri-value = ev-facility * 8 + ev-severity.
           move pri-value to pri-edit.

           move ev-tenant to param-in.
           perform escape-param.
           move param-out to sd-tenant.

           move ev-request to param-in.
           perform escape-param.
           move param-out to sd-request.

           move read-name to param-in.
           perform escape-param.
           move param-out to sd-file.

           if ev-app is equal spaces then
               move "-" to ev-app
           end-if.

           move spaces to buffer-record.
           move sc-name(s) to bf-source.
           move read-name to bf-origin.
           move line-no to bf-line.
           move source-record(1:128) to bf-print.

           set msg-pointer to 1.
           string
               "<" function trim(pri-edit) ">1 "
               function trim(event-time) " "
               function trim(host-name) " "
               function trim(ev-app) " - "
               function trim(ev-msgid) " ["
               function trim(sd-id)
               " tenant=" X"22" function trim(sd-tenant) X"22"
               " requestId=" X"22" function trim(sd-request) X"22"
               " category=" X"22" function trim(ev-category) X"22"
               " file=" X"22" function trim(sd-file) X"22"
               "] " function trim(ev-text)
               delimited by size
               into bf-message
               with pointer msg-pointer
               on overflow
                   continue
           end-string.

           write buffer-record.
           add 1 to buffer-lines.

           exit paragraph.

      *    FORMAT-EVENT-TIME -- THE LINE'S date-utc STAMP ("Thu, 15
      *    Oct 2026 04:44:13 GMT") AS 2026-10-15T04:44:13Z; "-"
      *    (THE RFC 5424 NIL VALUE) WHEN IT WILL NOT READ.
       format-event-time.
           set stamp-mon to source-record(9:3).

           evaluate stamp-mon
               when "Jan"
                   set month-num to 1
               when "Feb"
                   set month-num to 2
               when "Mar"
                   set month-num to 3
               when "Apr"
                   set month-num to 4
               when "May"
                   set month-num to 5
               when "Jun"
                   set month-num to 6
               when "Jul"
                   set month-num to 7
               when "Aug"
                   set month-num to 8
               when "Sep"
                   set month-num to 9
               when "Oct"
                   set month-num to 10
               when "Nov"
                   set month-num to 11
               when "Dec"
                   set month-num to 12
               when other
                   set month-num to 0
           end-evaluate.

           set event-time to spaces.

           if month-num is equal 0
           or source-record(13:4) is not numeric
           or source-record(6:2) is not numeric then
               set event-time to "-"
               exit paragraph
           end-if.

           string
               source-record(13:4) "-" month-num "-"
               source-record(6:2) "T" source-record(18:8) "Z"
               delimited by size
               into event-time
           end-string.

           exit paragraph.

      *    ESCAPE-PARAM -- A PARAM-VALUE WITH '"', '\' AND ']'
      *    BACKSLASH-ESCAPED, AS RFC 5424 REQUIRES; "-" FOR BLANK.
       escape-param.
           set param-out to spaces.
           set out-pos to 0.
           set param-length to 0.

           if param-in is not equal spaces then
               set param-length to
                   function length(function trim(param-in trailing))
           end-if.

           perform escape-one-char
               varying param-pos from 1 by 1
               until param-pos is greater than param-length.

           if out-pos is equal 0 then
               set param-out to "-"
           end-if.

           exit paragraph.

       escape-one-char.
           if param-in(param-pos:1) is equal X"22"
           or param-in(param-pos:1) is equal "\"
           or param-in(param-pos:1) is equal "]" then
               add 1 to out-pos
               move "\" to param-out(out-pos:1)
           end-if.

           add 1 to out-pos.
           move param-in(param-pos:1) to param-out(out-pos:1).

           exit paragraph.

      *    SEND-BACKLOG -- EVERY BUFFERED EVENT NOT YET SENT, IN
      *    ORDER, OVER ONE CONNECTION. THE SENT COUNT GOES BACK TO
      *    siem.pos AFTER EACH EVENT. A COLLECTOR THAT WILL NOT
      *    TAKE THE CONNECTION LEAVES THE BUFFER AS IT IS; GOING
      *    UNREACHABLE AND COMING BACK ARE EACH LOGGED ONCE.
       send-backlog.
           if buffer-lines is not greater than sent-count then
               exit paragraph
           end-if.

           call "connect_tcp"
           using by content function trim(siem-server)
           returning siem-connect.

           if siem-connect is less than 0 then
               if collector-up is equal 1 then
                   set collector-up to 0
                   compute backlog-count = buffer-lines - sent-count
                   move backlog-count to count-edit
                   move "WARN" to log-level
                   set log-text to spaces
                   string
                       "SIEM COLLECTOR " function trim(siem-server)
                       " UNREACHABLE - " function trim(count-edit)
                       " EVENT(S) HELD IN siem.buf"
                       delimited by size
                       into log-text
                   end-string
                   perform write-log
                   display function trim(log-text)
                   perform write-positions
               end-if
               exit paragraph
           end-if.

           if collector-up is equal 0 then
               set collector-up to 1
               move "INFO" to log-level
               set log-text to spaces
               string
                   "SIEM COLLECTOR " function trim(siem-server)
                   " REACHABLE AGAIN - SENDING THE BACKLOG"
                   delimited by size
                   into log-text
               end-string
               perform write-log
               display function trim(log-text)
           end-if.

           open input buffer-file.

           if buffer-stat is equal "00" then
               set line-no to 0
               set scan-eof to 0
               perform send-one-event until scan-eof is equal 1
               close buffer-file
           end-if.

           call "close_tcp"
           using by value siem-connect.

           exit paragraph.

       send-one-event.
           read buffer-file
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-no.

           if line-no is not greater than sent-count then
               exit paragraph
           end-if.

           set msg-length to
               function length(function trim(bf-message trailing)).
           move msg-length to length-edit.

           move spaces to frame-data.
           set frame-size to 1.
           string
               function trim(length-edit) " "
               bf-message(1:msg-length)
               delimited by size
               into frame-data
               with pointer frame-size
           end-string.
           subtract 1 from frame-size.

           call "send_tcp"
           using by value siem-connect,
           by content frame-data(1:frame-size),
           by value frame-size.

           add 1 to sent-count.

           call "date-utc"
           using by reference last-sent,
           by content stamp-days.

           perform write-positions.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program siem-forward.
