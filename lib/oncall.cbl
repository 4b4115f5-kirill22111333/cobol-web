       identification division.
       program-id. oncall-pager.

      ************************************************************
      * ON-CALL PAGING WITH ESCALATION -- ops-monitor, THE
      * WATCHDOG, THE SYNTHETIC PROBE, THE SCHEDULER AND THE REST
      * ALL WRITE TO "alerts.log" AND MAIL OR POST ONCE; AFTER
      * THAT NOTHING HAPPENS UNTIL SOMEONE READS IT. THIS IS A
      * BATCH LOOP IN THE ops-monitor SHAPE THAT TAILS alerts.log
      * (ITS PLACE IS KEPT IN "pager.pos", SO A RESTART DOES NOT
      * PAGE THE NIGHT AGAIN) AND TURNS EVERY ALERT AT OR ABOVE
      * THE PAGING LEVEL INTO AN INCIDENT IN "incidents.dat":
      *
      *   1. THE WEEK'S PRIMARY IS PAGED BY MAIL (send-mail) AND
      *      BY SMS (THE GATEWAY'S HTTP API THROUGH http-post),
      *      EACH PAGE CARRYING AN ACKNOWLEDGMENT LINK TO
      *      http-oncall-ack (BELOW)
      *   2. NO ACKNOWLEDGMENT IN ONCALL_ESCALATE_MINUTES PAGES
      *      THE SECONDARY
      *   3. THE SAME AGAIN PAGES THE DUTY MANAGER; AFTER THAT
      *      THE INCIDENT STAYS OPEN, UNANSWERED, FOR THE REVIEW
      *
      * A STAGE WITH NOBODY ON IT IS PASSED OVER. EVERY STEP --
      * RAISED, PAGED (AND HOW EACH CHANNEL WENT), ESCALATED,
      * ACKNOWLEDGED -- IS A LINE IN "incidents.log" THROUGH
      * oncall-timeline, WHICH incident-review (BELOW) REPORTS
      * MONTHLY.
      *
      * "oncall.cfg" IS THE ROSTER, ONE LINE PER WEEK:
      *
      *     <week-start YYYYMMDD> <primary> <secondary> [<manager>]
      *
      * THE LINE WITH THE LATEST START NOT AFTER TODAY, AND NO
      * MORE THAN SIX DAYS BEFORE IT, IS THIS WEEK'S. THE NAMES
      * ARE LOOKED UP IN "oncall-contacts.cfg":
      *
      *     <name> <mail address> <mobile number>
      *
      * ("-" FOR A CHANNEL THE PERSON DOES NOT HAVE). ALERTS ARE
      * GRADED MINOR, MAJOR OR CRITICAL BY "alertlevels.cfg":
      *
      *     <MINOR|MAJOR|CRITICAL> <phrase in the alert line>
      *
      * FIRST MATCH WINS; AN ALERT NO LINE MATCHES IS MAJOR, SO
      * WITH NO FILE AT ALL EVERY ALERT PAGES AND A SITE TURNS
      * ITS NOISY ONES DOWN. SETTINGS, ALL OPTIONAL:
      *
      *   ONCALL_INTERVAL         SECONDS BETWEEN PASSES (DEFAULT
      *                           60; 0 MAKES ONE PASS AND ENDS)
      *   ONCALL_PAGE_LEVEL       LOWEST GRADE THAT PAGES (DEFAULT
      *                           MAJOR)
      *   ONCALL_ESCALATE_MINUTES MINUTES A STAGE WAITS FOR AN
      *                           ACKNOWLEDGMENT (DEFAULT 15)
      *   ONCALL_MANAGER          THE DUTY MANAGER WHEN THE ROSTER
      *                           LINE NAMES NONE
      *   ONCALL_SMS_URL          THE SMS GATEWAY'S SEND URL; IT IS
      *                           POSTED {"to":..,"text":..}
      *                           (BLANK = MAIL ONLY)
      *   ONCALL_SMS_AUTH         AN Authorization HEADER VALUE
      *                           FOR THE GATEWAY
      *   ONCALL_ACK_URL          WHERE http-oncall-ack IS WIRED
      *                           (DEFAULT
      *                           http://127.0.0.1:8080/oncall/ack)
      *
      * DROPPING "pagerstop.ctl" STOPS THE LOOP.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select alert-log assign to "alerts.log"
           organization is line sequential
           file status is alert-stat.

           select position-file assign to "pager.pos"
           organization is line sequential
           file status is position-stat.

           select roster-config assign to "oncall.cfg"
           organization is line sequential
           file status is config-stat.

           select contact-config assign to "oncall-contacts.cfg"
           organization is line sequential
           file status is config-stat.

           select level-config assign to "alertlevels.cfg"
           organization is line sequential
           file status is config-stat.

           select incident-file assign to "incidents.dat"
           organization is indexed
           access mode is dynamic
           record key is inc-id
           file status is incident-stat.

           select pager-stop assign to "pagerstop.ctl"
           organization is line sequential
           file status is stop-stat.

       data division.

       file section.
       fd alert-log.
       01 alert-record pic x(350).

       fd position-file.
       01 position-record pic 9(9).

       fd roster-config.
       01 roster-record pic x(256).

       fd contact-config.
       01 contact-record pic x(256).

       fd level-config.
       01 level-record pic x(256).

       fd incident-file.
       01 incident-record.
           05 inc-id        pic x(10).
           05 inc-token     pic x(32).
           05 inc-raised    pic x(29).
           05 inc-date      pic x(8).
           05 inc-severity  pic x(8).
           05 inc-alert     pic x(350).
           05 inc-primary   pic x(64).
           05 inc-secondary pic x(64).
           05 inc-manager   pic x(64).
           05 inc-stage     pic 9.
           05 inc-state     pic x(8).
           05 inc-raised-minute pic 9(11).
           05 inc-paged-minute  pic 9(11).
           05 inc-ack-by    pic x(64).
           05 inc-ack-stamp pic x(29).
           05 inc-ack-minute pic 9(11).

       fd pager-stop.
       01 stop-record pic x(1).

       working-storage section.
       77 alert-stat    pic xx.
       77 position-stat pic xx.
       77 config-stat   pic xx.
       77 incident-stat pic xx.
       77 stop-stat     pic xx.
       77 stop-seen     pic 9.
       77 config-eof    pic 9.
       77 alert-eof     pic 9.
       77 incident-eof  pic 9.

       77 setting-text   pic x(12).
       77 pager-interval pic 9(4) comp.
       77 page-level     pic x(8).
       77 page-rank      pic 9.
       77 escalate-minutes pic 9(5).
       77 default-manager pic x(64).
       77 sms-url        pic x(256).
       77 sms-auth       pic x(200).
       77 ack-url        pic x(200).

       77 done-lines    pic 9(9).
       77 alert-lines   pic 9(9).

       01 level-list.
           05 level-entry occurs 50 times.
               10 lv-rank   pic 9.
               10 lv-phrase pic x(128).
               10 lv-length pic 9(3).
           05 level-list-size pic 9(2).
       77 lv             pic 9(2).
       77 level-word     pic x(16).
       77 level-pointer  pic 9(3).
       77 phrase-hits    pic 9(3).

       77 alert-rank     pic 9.
       77 alert-severity pic x(8).

       77 now-text       pic x(21).
       77 now-date       pic 9(8).
       77 now-hour       pic 9(2).
       77 now-minute-part pic 9(2).
       77 now-minute     pic 9(11).
       77 waited-minutes pic 9(11).

       01 roster-fields.
           05 rs-week      pic x(16).
           05 rs-primary   pic x(64).
           05 rs-secondary pic x(64).
           05 rs-manager   pic x(64).
       77 best-week      pic x(8).
       77 week-age       pic s9(9).
       77 found-primary   pic x(64).
       77 found-secondary pic x(64).
       77 found-manager   pic x(64).

       01 contact-fields.
           05 ct-name   pic x(64).
           05 ct-mail   pic x(128).
           05 ct-mobile pic x(32).
       77 contact-found pic 9.

       77 seq-name      pic x(30) value "INCIDENT".
       77 next-value    pic 9(11).
       77 seq-status    pic 9.
       77 id-number     pic 9(10).
       77 token-seed    pic 9(9).
       77 token-rand    pic 9(9).
       77 stamp-days    pic 9(4) value 0.

       77 page-person   pic x(64).
       77 page-role     pic x(10).
       77 stage-done    pic 9.
       77 ack-link      pic x(512).
       77 alert-short   pic x(160).

       77 mail-from     pic x(128).
       77 mail-to       pic x(128).
       77 mail-subject  pic x(128).
       77 mail-body     pic x(4096).
       77 mail-status   pic 9.
       77 mail-outcome  pic x(12).

       77 post-body     pic x(1024).
       77 post-size     pic 9(4).
       77 post-status   pic 9.
       01 post-response.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).
           05 response-body pic x(4096).
           05 response-body-size pic 9(5).
       01 sms-header-list.
           05 sms-headers occurs 8 times pic x(256).
       77 sms-headers-size pic 9(3).
       77 sms-outcome   pic x(12).

       77 timeline-event  pic x(12).
       77 timeline-detail pic x(200).
       77 minutes-edit    pic z(4)9.

       77 log-level     pic x(5).
       77 log-source    pic x(32) value "oncall-pager".
       77 log-text      pic x(256).

       procedure division.

           perform resolve-settings.

           set stop-seen to 0.

           perform pager-cycle until stop-seen is equal 1.

           display "PAGER STOPPED".

           goback.

      *    RESOLVE-SETTINGS -- THE SAME ACCEPT-FROM-ENVIRONMENT
      *    CONVENTION AS THE OTHER UTILITIES.
       resolve-settings.
           set setting-text to spaces.
           accept setting-text from environment "ONCALL_INTERVAL".
           if setting-text is equal spaces then
               set pager-interval to 60
           else
               move function numval(setting-text) to pager-interval
           end-if.

           set page-level to spaces.
           accept page-level from environment "ONCALL_PAGE_LEVEL".
           evaluate page-level
               when "MINOR"
                   set page-rank to 1
               when "CRITICAL"
                   set page-rank to 3
               when other
                   set page-level to "MAJOR"
                   set page-rank to 2
           end-evaluate.

           set setting-text to spaces.
           accept setting-text from environment
               "ONCALL_ESCALATE_MINUTES".
           if setting-text is equal spaces then
               set escalate-minutes to 15
           else
               move function numval(setting-text)
                   to escalate-minutes
           end-if.

           set default-manager to spaces.
           accept default-manager from environment "ONCALL_MANAGER".

           set sms-url to spaces.
           accept sms-url from environment "ONCALL_SMS_URL".

           set sms-auth to spaces.
           accept sms-auth from environment "ONCALL_SMS_AUTH".

           set ack-url to spaces.
           accept ack-url from environment "ONCALL_ACK_URL".
           if ack-url is equal spaces then
               set ack-url to "http://127.0.0.1:8080/oncall/ack"
           end-if.

           set mail-from to "noreply@localhost".

           set sms-headers-size to 1.
           set sms-headers(1) to "Content-Type: application/json".
           if sms-auth is not equal spaces then
               set sms-headers-size to 2
               set sms-headers(2) to spaces
               string
                   "Authorization: " function trim(sms-auth)
                   into sms-headers(2)
               end-string
           end-if.

           exit paragraph.

      *    PAGER-CYCLE -- NEW ALERTS, THEN THE ESCALATION SWEEP,
      *    THEN ONE SLEEP.
       pager-cycle.
           perform poll-pager-stop.

           if stop-seen is equal 1 then
               exit paragraph
           end-if.

           perform load-alert-levels.

           open i-o incident-file.

           if incident-stat is equal "35" then
               open output incident-file
               close incident-file
               open i-o incident-file
           end-if.

           perform read-new-alerts.
           perform sweep-open-incidents.

           close incident-file.

           if pager-interval is equal 0 then
               set stop-seen to 1
               exit paragraph
           end-if.

           call "C$SLEEP" using pager-interval.

           exit paragraph.

      *    POLL-PAGER-STOP -- SAME OPEN/CHECK/CLOSE PROBE AS
      *    poll-shutdown.
       poll-pager-stop.
           open input pager-stop.

           if stop-stat is equal "00" then
               set stop-seen to 1
           end-if.

           close pager-stop.

           exit paragraph.

      *    LOAD-ALERT-LEVELS -- alertlevels.cfg, RE-READ EACH PASS
      *    SO A REGRADE TAKES WITHOUT A RESTART.
       load-alert-levels.
           set level-list-size to 0.

           open input level-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform load-one-level until config-eof is equal 1.

           close level-config.

           exit paragraph.

       load-one-level.
           read level-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if level-record is equal spaces
           or level-record(1:1) is equal "*"
           or level-list-size is equal 50 then
               exit paragraph
           end-if.

           set level-word to spaces.
           set level-pointer to 1.

           unstring level-record delimited by all X"20"
               into level-word
               with pointer level-pointer
           end-unstring.

           if level-pointer is greater than 256 then
               exit paragraph
           end-if.

           add 1 to level-list-size.
           move function trim(level-record(level-pointer:))
               to lv-phrase(level-list-size).
           move function length(function trim(
               lv-phrase(level-list-size)))
               to lv-length(level-list-size).

           evaluate level-word
               when "MINOR"
                   set lv-rank(level-list-size) to 1
               when "CRITICAL"
                   set lv-rank(level-list-size) to 3
               when other
                   set lv-rank(level-list-size) to 2
           end-evaluate.

           if lv-phrase(level-list-size) is equal spaces then
               subtract 1 from level-list-size
           end-if.

           exit paragraph.

      *    READ-NEW-ALERTS -- THE LINES PAST pager.pos. A FILE
      *    SHORTER THAN THE POSITION WAS ROTATED; THE NEXT PASS
      *    STARTS IT FROM THE TOP.
       read-new-alerts.
           set done-lines to 0.

           open input position-file.

           if position-stat is equal "00" then
               read position-file
                   at end
                       continue
                   not at end
                       if position-record is numeric then
                           move position-record to done-lines
                       end-if
               end-read
           end-if.

           close position-file.

           set alert-lines to 0.

           open input alert-log.

           if alert-stat is equal "00" then
               set alert-eof to 0
               perform read-one-alert until alert-eof is equal 1
           end-if.

           close alert-log.

           if alert-lines is less than done-lines then
               set done-lines to 0
           else
               move alert-lines to done-lines
           end-if.

           open output position-file.
           move done-lines to position-record.
           write position-record.
           close position-file.

           exit paragraph.

       read-one-alert.
           read alert-log
               at end
                   set alert-eof to 1
                   exit paragraph
           end-read.

           add 1 to alert-lines.

           if alert-lines is greater than done-lines
           and alert-record is not equal spaces then
               perform judge-one-alert
           end-if.

           exit paragraph.

      *    JUDGE-ONE-ALERT -- GRADE IT; AT OR ABOVE THE PAGING
      *    LEVEL IT BECOMES AN INCIDENT AND THE FIRST PAGE GOES.
       judge-one-alert.
           set alert-rank to 2.

           perform grade-one-phrase
               varying lv from 1 by 1
               until lv is greater than level-list-size.

           evaluate alert-rank
               when 1
                   set alert-severity to "MINOR"
               when 3
                   set alert-severity to "CRITICAL"
               when other
                   set alert-severity to "MAJOR"
           end-evaluate.

           if alert-rank is less than page-rank then
               exit paragraph
           end-if.

           perform open-incident.

           exit paragraph.

      *    GRADE-ONE-PHRASE -- THE FIRST MATCHING LINE GRADES
      *    THE ALERT; LATER MATCHES ARE SKIPPED.
       grade-one-phrase.
           set phrase-hits to 0.

           inspect alert-record tallying phrase-hits
               for all lv-phrase(lv)(1:lv-length(lv)).

           if phrase-hits is greater than 0 then
               move lv-rank(lv) to alert-rank
               move level-list-size to lv
           end-if.

           exit paragraph.

      *    OPEN-INCIDENT -- NUMBER, ACKNOWLEDGMENT TOKEN (THE
      *    reset-token-issue CONSTRUCTION), THIS WEEK'S CHAIN,
      *    THEN THE FIRST STAGE.
       open-incident.
           set seq-status to 0.

           call "db-sequence"
           using by content seq-name,
           by reference next-value,
           by reference seq-status.

           if seq-status is equal 0 then
               move "ERROR" to log-level
               set log-text to "NO INCIDENT NUMBER - ALERT NOT PAGED"
               perform write-log
               exit paragraph
           end-if.

           perform find-roster-week.
           perform compute-now-minute.

           move next-value to id-number.

           move spaces to incident-record.
           move id-number to inc-id.

           move function current-date(9:6) to token-seed.
           compute token-rand =
               function random(token-seed + next-value) * 999999999.
           string
               now-text(1:17) delimited by size
               token-rand delimited by size
               into inc-token
           end-string.

           call "date-utc"
           using by reference inc-raised,
           by content stamp-days.

           move now-text(1:8) to inc-date.
           move alert-severity to inc-severity.
           move alert-record to inc-alert.
           move found-primary to inc-primary.
           move found-secondary to inc-secondary.
           move found-manager to inc-manager.
           set inc-stage to 0.
           move "OPEN" to inc-state.
           move now-minute to inc-raised-minute.
           move now-minute to inc-paged-minute.
           set inc-ack-minute to 0.

           write incident-record
               invalid key
                   move "ERROR" to log-level
                   set log-text to spaces
                   string
                       "INCIDENT " delimited by size
                       inc-id delimited by size
                       " COULD NOT BE RECORDED" delimited by size
                       into log-text
                   end-string
                   perform write-log
                   exit paragraph
           end-write.

           move "RAISED" to timeline-event.
           set timeline-detail to spaces.
           string
               function trim(inc-severity) delimited by size
               " " delimited by size
               function trim(inc-alert) delimited by size
               into timeline-detail
               on overflow
                   continue
           end-string.
           perform write-timeline.

           perform page-next-stage.

           exit paragraph.

      *    FIND-ROSTER-WEEK -- THIS WEEK'S PRIMARY, SECONDARY AND
      *    MANAGER FROM oncall.cfg.
       find-roster-week.
           set found-primary to spaces.
           set found-secondary to spaces.
           set found-manager to spaces.
           set best-week to spaces.

           perform compute-now-minute.

           open input roster-config.

           if config-stat is equal "00" then
               set config-eof to 0
               perform read-one-roster-line
                   until config-eof is equal 1
           end-if.

           close roster-config.

           if best-week is equal spaces then
               move "WARN" to log-level
               set log-text to
                   "ONCALL.CFG HAS NO LINE FOR THIS WEEK"
               perform write-log
           end-if.

           if found-manager is equal spaces then
               move default-manager to found-manager
           end-if.

           exit paragraph.

       read-one-roster-line.
           read roster-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if roster-record is equal spaces
           or roster-record(1:1) is equal "*" then
               exit paragraph
           end-if.

           initialize roster-fields.

           unstring roster-record delimited by all X"20"
               into rs-week, rs-primary, rs-secondary, rs-manager
           end-unstring.

           if rs-week(1:8) is not numeric
           or rs-week(9:8) is not equal spaces then
               exit paragraph
           end-if.

           if rs-week(1:8) is greater than now-text(1:8) then
               exit paragraph
           end-if.

           compute week-age =
               function integer-of-date(now-date)
               - function integer-of-date(
                   function numval(rs-week(1:8))).

           if week-age is greater than 6 then
               exit paragraph
           end-if.

           if best-week is not equal spaces
           and rs-week(1:8) is less than best-week then
               exit paragraph
           end-if.

           move rs-week(1:8) to best-week.
           move rs-primary to found-primary.
           move rs-secondary to found-secondary.
           move rs-manager to found-manager.

           if found-primary is equal "-" then
               set found-primary to spaces
           end-if.
           if found-secondary is equal "-" then
               set found-secondary to spaces
           end-if.
           if found-manager is equal "-" then
               set found-manager to spaces
           end-if.

           exit paragraph.

      *    SWEEP-OPEN-INCIDENTS -- EVERY UNACKNOWLEDGED INCIDENT
      *    WHOSE STAGE HAS WAITED ITS TIME MOVES ON.
       sweep-open-incidents.
           perform compute-now-minute.

           move low-values to inc-id.

           start incident-file key is greater than inc-id
               invalid key
                   exit paragraph
           end-start.

           set incident-eof to 0.

           perform sweep-one-incident until incident-eof is equal 1.

           exit paragraph.

       sweep-one-incident.
           read incident-file next record
               at end
                   set incident-eof to 1
                   exit paragraph
           end-read.

           if inc-state is not equal "OPEN"
           or inc-stage is greater than 3 then
               exit paragraph
           end-if.

           compute waited-minutes = now-minute - inc-paged-minute.

           if waited-minutes is less than escalate-minutes then
               exit paragraph
           end-if.

           move waited-minutes to minutes-edit.
           move "ESCALATED" to timeline-event.
           set timeline-detail to spaces.
           string
               "NO ACKNOWLEDGMENT IN " delimited by size
               function trim(minutes-edit) delimited by size
               " MINUTE(S)" delimited by size
               into timeline-detail
           end-string.
           perform write-timeline.

           perform page-next-stage.

           exit paragraph.

      *    PAGE-NEXT-STAGE -- THE NEXT STAGE WITH SOMEONE ON IT;
      *    PAST THE MANAGER THE INCIDENT IS LEFT UNANSWERED.
       page-next-stage.
           set stage-done to 0.

           perform advance-one-stage until stage-done is equal 1.

           move now-minute to inc-paged-minute.

           rewrite incident-record
               invalid key
                   continue
           end-rewrite.

           exit paragraph.

       advance-one-stage.
           add 1 to inc-stage.

           evaluate inc-stage
               when 1
                   move inc-primary to page-person
                   move "PRIMARY" to page-role
               when 2
                   move inc-secondary to page-person
                   move "SECONDARY" to page-role
               when 3
                   move inc-manager to page-person
                   move "MANAGER" to page-role
               when other
                   set inc-stage to 4
                   set stage-done to 1
                   move "UNANSWERED" to timeline-event
                   set timeline-detail to
                       "ESCALATION CHAIN EXHAUSTED"
                   perform write-timeline

                   move "ERROR" to log-level
                   set log-text to spaces
                   string
                       "INCIDENT " delimited by size
                       inc-id delimited by size
                       " UNANSWERED AFTER THE WHOLE CHAIN"
                           delimited by size
                       into log-text
                   end-string
                   perform write-log
                   exit paragraph
           end-evaluate.

           if page-person is equal spaces then
               exit paragraph
           end-if.

           perform page-one-person.

           set stage-done to 1.

           exit paragraph.

      *    PAGE-ONE-PERSON -- MAIL AND SMS, EACH THAT THE CONTACT
      *    HAS; HOW EACH WENT IS ON THE TIMELINE.
       page-one-person.
           perform find-contact.

           set ack-link to spaces.
           string
               function trim(ack-url) delimited by size
               "?incident=" delimited by size
               inc-id delimited by size
               "&token=" delimited by size
               function trim(inc-token) delimited by size
               "&who=" delimited by size
               function trim(page-person) delimited by size
               into ack-link
           end-string.

           move inc-alert to alert-short.
           inspect alert-short replacing all X"22" by "'".

           move "NO ADDRESS" to mail-outcome.

           if contact-found is equal 1
           and ct-mail is not equal spaces
           and ct-mail is not equal "-" then
               perform send-page-mail
           end-if.

           move "NO NUMBER" to sms-outcome.

           if sms-url is equal spaces then
               move "OFF" to sms-outcome
           else
               if contact-found is equal 1
               and ct-mobile is not equal spaces
               and ct-mobile is not equal "-" then
                   perform send-page-sms
               end-if
           end-if.

           move "PAGED" to timeline-event.
           set timeline-detail to spaces.
           string
               function trim(page-role) delimited by size
               " " delimited by size
               function trim(page-person) delimited by size
               " MAIL " delimited by size
               function trim(mail-outcome) delimited by size
               " SMS " delimited by size
               function trim(sms-outcome) delimited by size
               into timeline-detail
           end-string.
           perform write-timeline.

           exit paragraph.

       send-page-mail.
           move ct-mail to mail-to.

           set mail-subject to spaces.
           string
               "PAGE " delimited by size
               function trim(inc-severity) delimited by size
               " #" delimited by size
               inc-id delimited by size
               " " delimited by size
               function trim(alert-short(1:80)) delimited by size
               into mail-subject
           end-string.

           move escalate-minutes to minutes-edit.

           set mail-body to spaces.
           string
               "You are paged as " function trim(page-role)
               " on call for incident #" inc-id "."
               X"0A" X"0A"
               function trim(inc-alert)
               X"0A" X"0A"
               "Acknowledge it here:" X"0A"
               function trim(ack-link)
               X"0A" X"0A"
               "Unacknowledged, it escalates in "
               function trim(minutes-edit) " minute(s)."
               X"0A"
               into mail-body
           end-string.

           set mail-status to 0.

           call "send-mail"
           using by content mail-from,
           by content mail-to,
           by content mail-subject,
           by content mail-body,
           by reference mail-status.

           if mail-status is equal 1 then
               move "SENT" to mail-outcome
           else
               move "FAILED" to mail-outcome
           end-if.

           exit paragraph.

       send-page-sms.
           set post-body to spaces.
           set post-size to 1.

           string
               "{" X"22" "to" X"22" ":" X"22"
               function trim(ct-mobile)
               X"22" "," X"22" "text" X"22" ":" X"22"
               function trim(inc-severity) " #" inc-id " "
               function trim(alert-short(1:100))
               " ACK: " function trim(ack-link)
               X"22" "}"
               into post-body
               with pointer post-size
               on overflow
                   continue
           end-string.

           subtract 1 from post-size.

           set post-status to 0.

           call "http-post"
           using by content sms-url,
           by content post-body,
           by content post-size,
           by reference post-response,
           by reference post-status,
           by content sms-header-list,
           by content sms-headers-size.

           if post-status is equal 1
           and status-code is less than 300 then
               move "SENT" to sms-outcome
           else
               move "FAILED" to sms-outcome
           end-if.

           exit paragraph.

      *    FIND-CONTACT -- page-person'S LINE IN
      *    oncall-contacts.cfg.
       find-contact.
           set contact-found to 0.

           open input contact-config.

           if config-stat is equal "00" then
               set config-eof to 0
               perform read-one-contact
                   until config-eof is equal 1
           end-if.

           close contact-config.

           exit paragraph.

       read-one-contact.
           read contact-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if contact-record is equal spaces
           or contact-record(1:1) is equal "*" then
               exit paragraph
           end-if.

           initialize contact-fields.

           unstring contact-record delimited by all X"20"
               into ct-name, ct-mail, ct-mobile
           end-unstring.

           if ct-name is equal page-person then
               set contact-found to 1
               set config-eof to 1
           end-if.

           exit paragraph.

      *    COMPUTE-NOW-MINUTE -- MINUTES SINCE THE CALENDAR'S
      *    ORIGIN, THE integer-of-date ARITHMETIC date-utc USES.
       compute-now-minute.
           move function current-date to now-text.
           move now-text(1:8) to now-date.
           move now-text(9:2) to now-hour.
           move now-text(11:2) to now-minute-part.

           compute now-minute =
               function integer-of-date(now-date) * 1440
               + now-hour * 60 + now-minute-part.

           exit paragraph.

       write-timeline.
           call "oncall-timeline"
           using by content inc-id,
           by content timeline-event,
           by content timeline-detail.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program oncall-pager.

      *****************************************

       identification division.
       program-id. oncall-timeline.

      ************************************************************
      * ONE LINE OF AN INCIDENT'S TIMELINE, APPENDED TO
      * "incidents.log": NUMBER, UTC STAMP, EVENT, DETAIL. THE
      * FILE IS NEVER REWRITTEN -- IT IS WHAT THE MONTHLY INCIDENT
      * REVIEW IS HELD FROM.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select timeline-log assign to "incidents.log"
           organization is line sequential
           file status is timeline-stat.

       data division.

       file section.
       fd timeline-log.
       01 timeline-record.
           05 tl-id     pic x(10).
           05 filler    pic x(1).
           05 tl-stamp  pic x(29).
           05 filler    pic x(1).
           05 tl-event  pic x(12).
           05 filler    pic x(1).
           05 tl-detail pic x(200).

       working-storage section.
       77 timeline-stat pic xx.
       77 made-stamp    pic x(29).
       77 stamp-days    pic 9(4) value 0.

       linkage section.
       01 incident-id     pic x(10).
       01 timeline-event  pic x(12).
       01 timeline-detail pic x(200).

       procedure division using incident-id, timeline-event,
                           timeline-detail.

           call "date-utc"
           using by reference made-stamp,
           by content stamp-days.

           open extend timeline-log.
           if timeline-stat is equal "35" then
               open output timeline-log
           end-if.

           if timeline-stat is not equal "00" then
               exit program
           end-if.

           move spaces to timeline-record.
           move incident-id to tl-id.
           move made-stamp to tl-stamp.
           move timeline-event to tl-event.
           move timeline-detail to tl-detail.

           write timeline-record.

           close timeline-log.

           exit program.

       end program oncall-timeline.

      *****************************************

       identification division.
       program-id. http-oncall-ack.

      ************************************************************
      * GET AND POST HANDLER FOR "/oncall/ack" (A SITE WIRES BOTH
      * UP WITH handle_http, LIKE /forgot) -- THE LINK IN EVERY
      * PAGE. THE GET SHOWS THE INCIDENT AND AN "Acknowledge"
      * BUTTON RATHER THAN ACTING, SO A MAIL SCANNER FOLLOWING THE
      * LINK CANNOT SILENCE A PAGE; THE BUTTON'S POST STOPS THE
      * ESCALATION AND PUTS WHO AND WHEN ON THE TIMELINE. THE
      * INCIDENT'S TOKEN IS THE AUTHORITY -- THE ENGINEER ON A
      * PHONE AT 02:00 HAS NO SESSION -- AND A WRONG ONE IS
      * ANSWERED AS IF THE INCIDENT DID NOT EXIST.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select incident-file assign to "incidents.dat"
           organization is indexed
           access mode is dynamic
           record key is inc-id
           file status is incident-stat.

       data division.

       file section.
       fd incident-file.
       01 incident-record.
           05 inc-id        pic x(10).
           05 inc-token     pic x(32).
           05 inc-raised    pic x(29).
           05 inc-date      pic x(8).
           05 inc-severity  pic x(8).
           05 inc-alert     pic x(350).
           05 inc-primary   pic x(64).
           05 inc-secondary pic x(64).
           05 inc-manager   pic x(64).
           05 inc-stage     pic 9.
           05 inc-state     pic x(8).
           05 inc-raised-minute pic 9(11).
           05 inc-paged-minute  pic 9(11).
           05 inc-ack-by    pic x(64).
           05 inc-ack-stamp pic x(29).
           05 inc-ack-minute pic 9(11).

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

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       77 incident-stat pic xx.
       77 body-length   pic 9(6).
       77 q             pic 9(3).
       77 want-id       pic x(10).
       77 want-token    pic x(32).
       77 ack-who       pic x(64).
       77 id-number     pic 9(10).
       77 found         pic 9.
       77 outcome-text  pic x(128).
       77 out-pointer   pic 9(5).
       77 stamp-days    pic 9(4) value 0.
       77 now-text      pic x(21).
       77 now-date      pic 9(8).
       77 now-hour      pic 9(2).
       77 now-minute-part pic 9(2).
       77 now-minute    pic 9(11).
       77 ack-minutes   pic 9(11).
       77 minutes-edit  pic z(4)9.
       77 timeline-event  pic x(12).
       77 timeline-detail pic x(200).
       77 log-level     pic x(5).
       77 log-source    pic x(32) value "http-oncall-ack".
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

           set want-id to spaces.
           set want-token to spaces.
           set ack-who to spaces.
           set outcome-text to spaces.

           initialize query-fields.

           if request-method is equal "POST" then
               set body-length to
                   function length(function trim(request-body))

               call "parse-form"
               using by reference query-fields,
               by content request-body,
               by content body-length
           else
               call "parse-path"
               using by reference query-fields,
               by content request-path
           end-if.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set found to 0.

           open i-o incident-file.

           if incident-stat is equal "00"
           and want-id is numeric then
               move want-id to id-number
               move id-number to inc-id

               read incident-file
                   key is inc-id
                   invalid key
                       continue
                   not invalid key
                       if inc-token is equal want-token
                       and want-token is not equal spaces then
                           set found to 1
                       end-if
               end-read
           end-if.

           if found is equal 1
           and request-method is equal "POST" then
               perform acknowledge-incident
           end-if.

           close incident-file.

           perform send-incident-page.

           exit program.

       take-one-field.
           evaluate get-name(q)
               when "incident"
                   move get-value(q)(1:10) to want-id
               when "token"
                   move get-value(q)(1:32) to want-token
               when "who"
                   move get-value(q)(1:64) to ack-who
           end-evaluate.

           exit paragraph.

      *    ACKNOWLEDGE-INCIDENT -- THE FIRST ACKNOWLEDGMENT
      *    STANDS; A SECOND IS TOLD WHO GOT THERE FIRST.
       acknowledge-incident.
           if inc-state is not equal "OPEN" then
               exit paragraph
           end-if.

           if ack-who is equal spaces then
               set ack-who to "unknown"
           end-if.

           move function current-date to now-text.
           move now-text(1:8) to now-date.
           move now-text(9:2) to now-hour.
           move now-text(11:2) to now-minute-part.
           compute now-minute =
               function integer-of-date(now-date) * 1440
               + now-hour * 60 + now-minute-part.

           move "ACKED" to inc-state.
           move ack-who to inc-ack-by.
           move now-minute to inc-ack-minute.

           call "date-utc"
           using by reference inc-ack-stamp,
           by content stamp-days.

           rewrite incident-record
               invalid key
                   move "OPEN" to inc-state
                   exit paragraph
           end-rewrite.

           compute ack-minutes = now-minute - inc-raised-minute.
           move ack-minutes to minutes-edit.

           move "ACKNOWLEDGED" to timeline-event.
           set timeline-detail to spaces.
           string
               function trim(ack-who) delimited by size
               " AFTER " delimited by size
               function trim(minutes-edit) delimited by size
               " MINUTE(S)" delimited by size
               into timeline-detail
           end-string.

           call "oncall-timeline"
           using by content inc-id,
           by content timeline-event,
           by content timeline-detail.

           move "INFO" to log-level.
           set log-text to spaces.
           string
               "INCIDENT " delimited by size
               inc-id delimited by size
               " ACKNOWLEDGED BY " delimited by size
               function trim(ack-who) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    SEND-INCIDENT-PAGE -- THE INCIDENT, ITS STATE, AND THE
      *    BUTTON WHILE IT IS STILL OPEN.
       send-incident-page.
           set response-headers-size to 0.

           move spaces to string-data.
           set out-pointer to 1.

           if found is equal 0 then
               set status-code to 404
               set status-text to "Not Found"

               string
                   "<html><body><p>No such incident.</p>"
                   "</body></html>" X"0A"
                   into string-data
                   with pointer out-pointer
               end-string

               perform send-page-text
               exit paragraph
           end-if.

           set status-code to 200.
           set status-text to "OK".

           string
               "<html><body><h1>Incident #" inc-id "</h1>"
               "<p><b>" function trim(inc-severity) "</b> "
               function trim(inc-alert) "</p>"
               "<p>Raised " function trim(inc-raised) "</p>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if inc-state is equal "OPEN" then
               string
                   "<form method=" X"22" "POST" X"22" ">"
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "incident" X"22"
                   " value=" X"22" inc-id X"22" ">"
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "token" X"22"
                   " value=" X"22" function trim(inc-token)
                   X"22" ">"
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "who" X"22"
                   " value=" X"22" function trim(ack-who)
                   X"22" ">"
                   "<input type=" X"22" "submit" X"22"
                   " value=" X"22" "Acknowledge" X"22" ">"
                   "</form>"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "<p>Acknowledged by " function trim(inc-ack-by)
                   " at " function trim(inc-ack-stamp)
                   " - escalation stopped.</p>"
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

           perform send-page-text.

           exit paragraph.

       send-page-text.
           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit paragraph.

       end program http-oncall-ack.

      *****************************************

       identification division.
       program-id. incident-review.

      ************************************************************
      * THE MONTHLY INCIDENT REVIEW -- EVERY INCIDENT RAISED IN A
      * MONTH WITH ITS GRADE, ITS CHAIN, WHO ACKNOWLEDGED AND HOW
      * LONG IT TOOK, AND ITS FULL incidents.log TIMELINE, TO
      * "incidents.YYYYMM.rpt", CLOSING WITH THE MONTH'S FIGURES
      * (RAISED, ACKNOWLEDGED, ESCALATED PAST THE PRIMARY,
      * UNANSWERED, AVERAGE MINUTES TO ACKNOWLEDGE). SETTINGS:
      *
      *     INCIDENT_MONTH  YYYYMM (DEFAULT THE CURRENT MONTH)
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select incident-file assign to "incidents.dat"
           organization is indexed
           access mode is dynamic
           record key is inc-id
           file status is incident-stat.

           select timeline-log assign to "incidents.log"
           organization is line sequential
           file status is timeline-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd incident-file.
       01 incident-record.
           05 inc-id        pic x(10).
           05 inc-token     pic x(32).
           05 inc-raised    pic x(29).
           05 inc-date      pic x(8).
           05 inc-severity  pic x(8).
           05 inc-alert     pic x(350).
           05 inc-primary   pic x(64).
           05 inc-secondary pic x(64).
           05 inc-manager   pic x(64).
           05 inc-stage     pic 9.
           05 inc-state     pic x(8).
           05 inc-raised-minute pic 9(11).
           05 inc-paged-minute  pic 9(11).
           05 inc-ack-by    pic x(64).
           05 inc-ack-stamp pic x(29).
           05 inc-ack-minute pic 9(11).

       fd timeline-log.
       01 timeline-record.
           05 tl-id     pic x(10).
           05 filler    pic x(1).
           05 tl-stamp  pic x(29).
           05 filler    pic x(1).
           05 tl-event  pic x(12).
           05 filler    pic x(1).
           05 tl-detail pic x(200).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       77 incident-stat pic xx.
       77 timeline-stat pic xx.
       77 report-stat   pic xx.
       77 report-path   pic x(64).
       77 review-month  pic x(6).
       77 incident-eof  pic 9.
       77 timeline-eof  pic 9.

       77 raised-count     pic 9(5).
       77 acked-count      pic 9(5).
       77 escalated-count  pic 9(5).
       77 unanswered-count pic 9(5).
       77 ack-minutes      pic 9(11).
       77 ack-minutes-total pic 9(11).
       77 average-minutes  pic 9(7).
       77 count-edit       pic z(4)9.
       77 minutes-edit     pic z(6)9.

       procedure division.

           set review-month to spaces.
           accept review-month from environment "INCIDENT_MONTH".

           if review-month is equal spaces then
               move function current-date(1:6) to review-month
           end-if.

           if review-month is not numeric then
               display "INCIDENT_MONTH MUST BE YYYYMM"
               move 8 to return-code
               goback
           end-if.

           set report-path to spaces.
           string
               "incidents." delimited by size
               review-month delimited by size
               ".rpt" delimited by size
               into report-path
           end-string.

           open output report-file.

           if report-stat is not equal "00" then
               display "CANNOT WRITE " function trim(report-path)
               move 8 to return-code
               goback
           end-if.

           move spaces to report-record.
           string
               "INCIDENT REVIEW FOR " delimited by size
               review-month delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           move all "=" to report-record(1:60).
           write report-record.

           set raised-count to 0.
           set acked-count to 0.
           set escalated-count to 0.
           set unanswered-count to 0.
           set ack-minutes-total to 0.

           open input incident-file.

           if incident-stat is equal "00" then
               set incident-eof to 0
               perform review-one-incident
                   until incident-eof is equal 1
           end-if.

           close incident-file.

           perform write-month-figures.

           close report-file.

           move raised-count to count-edit.
           display function trim(count-edit)
               " INCIDENT(S) - SEE " function trim(report-path).

           goback.

      *    REVIEW-ONE-INCIDENT -- THE HEADLINE LINES, THEN THE
      *    TIMELINE.
       review-one-incident.
           read incident-file next record
               at end
                   set incident-eof to 1
                   exit paragraph
           end-read.

           if inc-date(1:6) is not equal review-month then
               exit paragraph
           end-if.

           add 1 to raised-count.

           if inc-stage is greater than 1 then
               add 1 to escalated-count
           end-if.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string
               "#" delimited by size
               inc-id delimited by size
               " " delimited by size
               function trim(inc-severity) delimited by size
               " RAISED " delimited by size
               inc-raised delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           string
               "  " delimited by size
               function trim(inc-alert) delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           write report-record.

           move spaces to report-record.
           string
               "  CHAIN " delimited by size
               function trim(inc-primary) delimited by size
               " / " delimited by size
               function trim(inc-secondary) delimited by size
               " / " delimited by size
               function trim(inc-manager) delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           write report-record.

           move spaces to report-record.

           if inc-state is equal "ACKED" then
               add 1 to acked-count
               compute ack-minutes =
                   inc-ack-minute - inc-raised-minute
               add ack-minutes to ack-minutes-total
               move ack-minutes to minutes-edit
               string
                   "  ACKNOWLEDGED BY " delimited by size
                   function trim(inc-ack-by) delimited by size
                   " AFTER " delimited by size
                   function trim(minutes-edit) delimited by size
                   " MINUTE(S)" delimited by size
                   into report-record
               end-string
           else
               if inc-stage is greater than 3 then
                   add 1 to unanswered-count
               end-if
               move "  NEVER ACKNOWLEDGED" to report-record
           end-if.

           write report-record.

           perform write-incident-timeline.

           exit paragraph.

      *    WRITE-INCIDENT-TIMELINE -- THE INCIDENT'S incidents.log
      *    LINES IN THE ORDER THEY WERE WRITTEN.
       write-incident-timeline.
           open input timeline-log.

           if timeline-stat is not equal "00" then
               exit paragraph
           end-if.

           set timeline-eof to 0.

           perform copy-one-timeline-line
               until timeline-eof is equal 1.

           close timeline-log.

           exit paragraph.

       copy-one-timeline-line.
           read timeline-log
               at end
                   set timeline-eof to 1
                   exit paragraph
           end-read.

           if tl-id is not equal inc-id then
               exit paragraph
           end-if.

           move spaces to report-record.
           string
               "    " delimited by size
               tl-stamp delimited by size
               " " delimited by size
               tl-event delimited by size
               " " delimited by size
               function trim(tl-detail) delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           write report-record.

           exit paragraph.

       write-month-figures.
           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           move all "=" to report-record(1:60).
           write report-record.

           move raised-count to count-edit.
           move spaces to report-record.
           string
               function trim(count-edit) delimited by size
               " INCIDENT(S) RAISED" delimited by size
               into report-record
           end-string.
           write report-record.

           move acked-count to count-edit.
           move spaces to report-record.
           string
               function trim(count-edit) delimited by size
               " ACKNOWLEDGED" delimited by size
               into report-record
           end-string.
           write report-record.

           move escalated-count to count-edit.
           move spaces to report-record.
           string
               function trim(count-edit) delimited by size
               " ESCALATED PAST THE PRIMARY" delimited by size
               into report-record
           end-string.
           write report-record.

           move unanswered-count to count-edit.
           move spaces to report-record.
           string
               function trim(count-edit) delimited by size
               " UNANSWERED BY THE WHOLE CHAIN" delimited by size
               into report-record
           end-string.
           write report-record.

           if acked-count is greater than 0 then
               compute average-minutes =
                   ack-minutes-total / acked-count
               move average-minutes to minutes-edit
               move spaces to report-record
               string
                   "AVERAGE " delimited by size
                   function trim(minutes-edit) delimited by size
                   " MINUTE(S) TO ACKNOWLEDGE" delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           exit paragraph.

       end program incident-review.
