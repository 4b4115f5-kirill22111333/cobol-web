       identification division.
       program-id. zone-rules.

      ************************************************************
      * LOCAL TIME FOR THE REPORTS AND THE SCHEDULER -- date-utc
      * AND THE LOGS STAY IN UTC, BUT A REPORT BUCKETED BY UTC
      * HOUR IS AN HOUR OFF FOR HALF THE YEAR WHEREVER THE
      * READER SITS. THE SITE'S ZONE IS SITE_TIMEZONE (BLANK OR
      * "UTC" MEANS NO CONVERSION, THE HISTORICAL BEHAVIOR); A
      * TENANT'S OWN ZONE IS AN OPTIONAL SECOND COLUMN ON ITS
      * tenants.cfg LINE ("shop America/Toronto") AND WINS FOR
      * THAT TENANT -- THE SAME active-tenant/TENANT RESOLUTION
      * tenant-file-name MAKES. EACH ZONE'S OFFSETS AND DAYLIGHT-
      * SAVING RULES ARE KEPT IN "timezone.cfg", ONE LINE PER
      * ZONE PER SPAN OF YEARS THE RULE HELD:
      *
      *   <zone> <from-yyyy> <to-yyyy> <std-offset> <std-abbr>
      *       [<dst-offset> <dst-abbr> <dst-start> <dst-end>]
      *
      * OFFSETS ARE +HHMM/-HHMM FROM UTC; A RULE IS
      * <month>.<week>.<weekday>/<hhmm><U|L> -- WEEK 1-4, OR 5 FOR
      * THE LAST; WEEKDAY 1 (MON) TO 7 (SUN); THE TIME OF THE
      * CHANGE IN UTC ("U") OR ON THE LOCAL CLOCK BEING CHANGED
      * ("L", THE DEFAULT). "*" STARTS A COMMENT LINE:
      *
      *   Europe/London 1996 9999 +0000 GMT +0100 BST
      *       3.5.7/0100U 10.5.7/0100U
      *   America/Toronto 2007 9999 -0500 EST -0400 EDT
      *       3.2.7/0200L 11.1.7/0200L
      *
      * (EACH ON ONE LINE.) A ZONE WITH NO DAYLIGHT SAVING STOPS
      * AFTER ITS ABBREVIATION. THIS PROGRAM ANSWERS THE RESOLVED
      * ZONE'S RULE FOR ONE YEAR WITH BOTH CHANGE-OVERS AS UTC
      * MINUTE NUMBERS (integer-of-date * 1440 + MINUTE OF DAY);
      * local-time, utc-of-local, local-change-over AND
      * local-zone-name (BELOW) ARE WHAT CALLERS USE. A ZONE NOT
      * IN timezone.cfg COMES BACK zi-found 0 AND BEHAVES AS UTC.
      * THE ANSWER IS CACHED FOR A MINUTE, SO A REPORT CONVERTING
      * EVERY LOG LINE READS THE CONFIG FILES ONCE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select zone-config assign to "timezone.cfg"
           organization is line sequential
           file status is config-stat.

           select tenant-config assign to "tenants.cfg"
           organization is line sequential
           file status is tenant-stat.

       data division.

       file section.
       fd zone-config.
       01 config-record pic x(128).

       fd tenant-config.
       01 tenant-record pic x(128).

       working-storage section.
       01 active-tenant pic x(30) external.

       77 config-stat  pic xx.
       77 tenant-stat  pic xx.
       77 config-eof   pic 9.
       77 tenant-env   pic x(30).
       77 tenant-now   pic x(30).
       77 site-zone    pic x(40).
       77 zone-name    pic x(40).

       77 cache-minute pic x(12) value spaces.
       77 cache-tenant pic x(30).
       77 cache-year   pic 9(4).
       01 cache-info.
           05 ci-zone       pic x(40).
           05 ci-found      pic 9.
           05 ci-std-offset pic s9(4).
           05 ci-std-abbr   pic x(8).
           05 ci-has-dst    pic 9.
           05 ci-dst-offset pic s9(4).
           05 ci-dst-abbr   pic x(8).
           05 ci-start-minute pic 9(11).
           05 ci-end-minute   pic 9(11).

       01 tenant-fields.
           05 tf-tenant pic x(30).
           05 tf-zone   pic x(40).

       01 zone-fields.
           05 cz-zone      pic x(40).
           05 cz-from      pic x(4).
           05 cz-to        pic x(4).
           05 cz-std-off   pic x(6).
           05 cz-std-abbr  pic x(8).
           05 cz-dst-off   pic x(6).
           05 cz-dst-abbr  pic x(8).
           05 cz-start     pic x(16).
           05 cz-end       pic x(16).
       77 cz-from-year pic 9(4).
       77 cz-to-year   pic 9(4).

       77 offset-text  pic x(6).
       77 offset-value pic s9(4).
       01 rule-fields.
           05 rf-month pic x(2).
           05 rf-week  pic x(2).
           05 rf-day   pic x(2).
           05 rf-time  pic x(6).
       77 rule-text    pic x(16).
       77 rule-month   pic 9(2).
       77 rule-week    pic 9.
       77 rule-day     pic 9.
       77 rule-hh      pic 9(2).
       77 rule-mi      pic 9(2).
       77 rule-basis   pic x.
       77 rule-minute  pic 9(11).
       77 rule-date    pic 9(8).
       77 day-number   pic 9(7).
       77 first-weekday pic 9.
       77 last-day     pic 9(7).
       77 last-weekday pic 9.
       77 next-year    pic 9(4).
       77 next-month   pic 9(2).

       linkage section.
       01 rule-year pic 9(4).
       01 zone-info.
           05 zi-zone       pic x(40).
           05 zi-found      pic 9.
           05 zi-std-offset pic s9(4).
           05 zi-std-abbr   pic x(8).
           05 zi-has-dst    pic 9.
           05 zi-dst-offset pic s9(4).
           05 zi-dst-abbr   pic x(8).
           05 zi-start-minute pic 9(11).
           05 zi-end-minute   pic 9(11).

       procedure division using rule-year, zone-info.

           move active-tenant to tenant-now.

           if tenant-now is equal spaces
           or tenant-now is equal low-values then
               set tenant-env to spaces
               accept tenant-env from environment "TENANT"
               move tenant-env to tenant-now
           end-if.

           if function current-date(1:12) is equal cache-minute
           and tenant-now is equal cache-tenant
           and rule-year is equal cache-year then
               move cache-info to zone-info
               exit program
           end-if.

           initialize cache-info.

           perform resolve-zone-name.

           move zone-name to ci-zone.

           if zone-name is equal "UTC"
           or zone-name is equal "GMT" then
               set ci-found to 1
               set ci-std-offset to 0
               move zone-name to ci-std-abbr
               set ci-has-dst to 0
           else
               perform load-zone-rule
           end-if.

           if ci-found is equal 0 then
               set ci-std-offset to 0
               move "UTC" to ci-std-abbr
               set ci-has-dst to 0
           end-if.

           move function current-date(1:12) to cache-minute.
           move tenant-now to cache-tenant.
           move rule-year to cache-year.

           move cache-info to zone-info.

           exit program.

      *    RESOLVE-ZONE-NAME -- THE TENANT'S tenants.cfg ZONE,
      *    ELSE SITE_TIMEZONE, ELSE UTC.
       resolve-zone-name.
           set zone-name to spaces.

           if tenant-now is not equal spaces
           and tenant-now is not equal low-values then
               perform find-tenant-zone
           end-if.

           if zone-name is equal spaces then
               set site-zone to spaces
               accept site-zone from environment "SITE_TIMEZONE"
               move site-zone to zone-name
           end-if.

           if zone-name is equal spaces then
               move "UTC" to zone-name
           end-if.

           exit paragraph.

       find-tenant-zone.
           open input tenant-config.

           if tenant-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-tenant
               until config-eof is equal 1
               or zone-name is not equal spaces.

           close tenant-config.

           exit paragraph.

       read-one-tenant.
           read tenant-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize tenant-fields.
           unstring tenant-record delimited by all X"20"
               into tf-tenant, tf-zone
           end-unstring.

           if tf-tenant is equal tenant-now then
               move tf-zone to zone-name
           end-if.

           exit paragraph.

      *    LOAD-ZONE-RULE -- THE timezone.cfg LINE FOR THIS ZONE
      *    WHOSE YEAR SPAN HOLDS rule-year.
       load-zone-rule.
           open input zone-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-zone-line
               until config-eof is equal 1
               or ci-found is equal 1.

           close zone-config.

           exit paragraph.

       read-one-zone-line.
           read zone-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "*"
           or config-record is equal spaces then
               exit paragraph
           end-if.

           initialize zone-fields.
           unstring config-record delimited by all X"20"
               into cz-zone, cz-from, cz-to, cz-std-off,
                    cz-std-abbr, cz-dst-off, cz-dst-abbr,
                    cz-start, cz-end
           end-unstring.

           if cz-zone is not equal zone-name then
               exit paragraph
           end-if.

           move function numval(cz-from) to cz-from-year.
           move function numval(cz-to) to cz-to-year.

           if rule-year is less than cz-from-year
           or rule-year is greater than cz-to-year then
               exit paragraph
           end-if.

           set ci-found to 1.

           move cz-std-off to offset-text.
           perform offset-minutes.
           move offset-value to ci-std-offset.
           move cz-std-abbr to ci-std-abbr.

           if cz-dst-off is equal spaces
           or cz-start is equal spaces
           or cz-end is equal spaces then
               set ci-has-dst to 0
               exit paragraph
           end-if.

           set ci-has-dst to 1.
           move cz-dst-off to offset-text.
           perform offset-minutes.
           move offset-value to ci-dst-offset.
           move cz-dst-abbr to ci-dst-abbr.

      *    A LOCAL-CLOCK START IS READ OFF STANDARD TIME, A LOCAL-
      *    CLOCK END OFF DAYLIGHT TIME -- THE CLOCK IN FORCE JUST
      *    BEFORE EACH CHANGE.
           move cz-start to rule-text.
           perform rule-change-minute.
           if rule-basis is equal "U" then
               move rule-minute to ci-start-minute
           else
               compute ci-start-minute =
                   rule-minute - ci-std-offset
           end-if.

           move cz-end to rule-text.
           perform rule-change-minute.
           if rule-basis is equal "U" then
               move rule-minute to ci-end-minute
           else
               compute ci-end-minute =
                   rule-minute - ci-dst-offset
           end-if.

           exit paragraph.

      *    OFFSET-MINUTES -- "+HHMM"/"-HHMM" AS SIGNED MINUTES.
       offset-minutes.
           set offset-value to 0.

           if offset-text(2:4) is not numeric then
               exit paragraph
           end-if.

           compute offset-value =
               function numval(offset-text(2:2)) * 60
               + function numval(offset-text(4:2)).

           if offset-text(1:1) is equal "-" then
               compute offset-value = 0 - offset-value
           end-if.

           exit paragraph.

      *    RULE-CHANGE-MINUTE -- "<month>.<week>.<weekday>/<hhmm>"
      *    FOR rule-year AS A MINUTE NUMBER ON THE CLOCK THE RULE
      *    IS WRITTEN IN.
       rule-change-minute.
           initialize rule-fields.
           unstring rule-text delimited by "." or "/"
               into rf-month, rf-week, rf-day, rf-time
           end-unstring.

           move function numval(rf-month) to rule-month.
           move function numval(rf-week) to rule-week.
           move function numval(rf-day) to rule-day.
           move function numval(rf-time(1:2)) to rule-hh.
           move function numval(rf-time(3:2)) to rule-mi.

           if rf-time(5:1) is equal "U" or "u" then
               move "U" to rule-basis
           else
               move "L" to rule-basis
           end-if.

           if rule-month is less than 1
           or rule-month is greater than 12 then
               set rule-month to 1
           end-if.

           if rule-day is less than 1
           or rule-day is greater than 7 then
               set rule-day to 7
           end-if.

      *    integer-of-date DAY 1 WAS A MONDAY, SO THE RESIDUE MOD
      *    7 IS THE WEEKDAY WITH 0 STANDING FOR SUNDAY.
           if rule-week is greater than or equal 5 then
               move rule-year to next-year
               compute next-month = rule-month + 1
               if next-month is greater than 12 then
                   set next-month to 1
                   add 1 to next-year
               end-if
               compute rule-date =
                   next-year * 10000 + next-month * 100 + 1
               compute last-day =
                   function integer-of-date(rule-date) - 1
               compute last-weekday = function mod(last-day, 7)
               if last-weekday is equal 0 then
                   set last-weekday to 7
               end-if
               compute day-number = last-day
                   - function mod(last-weekday - rule-day + 7, 7)
           else
               if rule-week is less than 1 then
                   set rule-week to 1
               end-if
               compute rule-date =
                   rule-year * 10000 + rule-month * 100 + 1
               compute day-number =
                   function integer-of-date(rule-date)
               compute first-weekday = function mod(day-number, 7)
               if first-weekday is equal 0 then
                   set first-weekday to 7
               end-if
               compute day-number = day-number
                   + function mod(rule-day - first-weekday + 7, 7)
                   + (rule-week - 1) * 7
           end-if.

           compute rule-minute =
               day-number * 1440 + rule-hh * 60 + rule-mi.

           exit paragraph.

       end program zone-rules.

      *****************************************

       identification division.
       program-id. local-time.

      ************************************************************
      * ONE UTC DATE AND TIME (YYYYMMDD, HHMMSS -- THE
      * current-date/availability.log FORM) AS THE LOCAL DATE AND
      * TIME IN THE RESOLVED ZONE (zone-rules ABOVE), WITH THE
      * ABBREVIATION IN FORCE AT THAT INSTANT ("GMT"/"BST").
      ************************************************************

       data division.

       working-storage section.
       77 rule-year     pic 9(4).
       01 zone-info.
           05 zi-zone       pic x(40).
           05 zi-found      pic 9.
           05 zi-std-offset pic s9(4).
           05 zi-std-abbr   pic x(8).
           05 zi-has-dst    pic 9.
           05 zi-dst-offset pic s9(4).
           05 zi-dst-abbr   pic x(8).
           05 zi-start-minute pic 9(11).
           05 zi-end-minute   pic 9(11).

       77 utc-minute    pic 9(11).
       77 local-minute  pic 9(11).
       77 in-dst        pic 9.
       77 day-number    pic 9(7).
       77 minute-of-day pic 9(4).
       77 work-hh       pic 9(2).
       77 work-mi       pic 9(2).
       77 work-ss       pic 9(2).

       linkage section.
       01 utc-date   pic 9(8).
       01 utc-time   pic 9(6).
       01 local-date pic 9(8).
       01 local-hms  pic 9(6).
       01 zone-abbr  pic x(8).

       procedure division using utc-date, utc-time, local-date,
                           local-hms, zone-abbr.

           move utc-date(1:4) to rule-year.

           call "zone-rules"
           using by content rule-year,
           by reference zone-info.

           move utc-time(1:2) to work-hh.
           move utc-time(3:2) to work-mi.
           move utc-time(5:2) to work-ss.

           compute utc-minute =
               function integer-of-date(utc-date) * 1440
               + work-hh * 60 + work-mi.

           set in-dst to 0.

           if zi-has-dst is equal 1 then
               if zi-start-minute is less than zi-end-minute then
                   if utc-minute is not less than zi-start-minute
                   and utc-minute is less than zi-end-minute then
                       set in-dst to 1
                   end-if
               else
      *            SOUTHERN HEMISPHERE -- DAYLIGHT TIME SPANS THE
      *            NEW YEAR.
                   if utc-minute is not less than zi-start-minute
                   or utc-minute is less than zi-end-minute then
                       set in-dst to 1
                   end-if
               end-if
           end-if.

           if in-dst is equal 1 then
               compute local-minute = utc-minute + zi-dst-offset
               move zi-dst-abbr to zone-abbr
           else
               compute local-minute = utc-minute + zi-std-offset
               move zi-std-abbr to zone-abbr
           end-if.

           divide local-minute by 1440
               giving day-number remainder minute-of-day.
           divide minute-of-day by 60
               giving work-hh remainder work-mi.

           compute local-date = function date-of-integer(day-number).
           compute local-hms =
               work-hh * 10000 + work-mi * 100 + work-ss.

           exit program.

       end program local-time.

      *****************************************

       identification division.
       program-id. local-stamp.

      ************************************************************
      * A date-utc STAMP ("Thu, 15 Oct 2026 14:03:22 GMT" -- THE
      * FORM access.log, alerts.log AND THE OTHER LOGS CARRY) AS
      * THE LOCAL DATE AND TIME, THROUGH local-time. AN
      * UNREADABLE STAMP COMES BACK local-date ZERO.
      ************************************************************

       data division.

       working-storage section.
       01 stamp-fields.
           05 sf-day-name pic x(8).
           05 sf-dd       pic x(2).
           05 sf-mon      pic x(3).
           05 sf-yyyy     pic x(4).
           05 sf-time     pic x(8).
       77 month-num  pic 9(2).
       77 utc-date   pic 9(8).
       77 utc-time   pic 9(6).

       linkage section.
       01 stamp      pic x(29).
       01 local-date pic 9(8).
       01 local-hms  pic 9(6).
       01 zone-abbr  pic x(8).

       procedure division using stamp, local-date, local-hms,
                           zone-abbr.

           set local-date to 0.
           set local-hms to 0.
           move spaces to zone-abbr.

           initialize stamp-fields.
           unstring stamp delimited by all X"20"
               into sf-day-name, sf-dd, sf-mon, sf-yyyy, sf-time
           end-unstring.

           evaluate sf-mon
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

           if month-num is equal 0
           or sf-dd is not numeric
           or sf-yyyy is not numeric
           or sf-time(1:2) is not numeric
           or sf-time(4:2) is not numeric
           or sf-time(7:2) is not numeric then
               exit program
           end-if.

           compute utc-date = function numval(sf-yyyy) * 10000
               + month-num * 100 + function numval(sf-dd).
           compute utc-time = function numval(sf-time(1:2)) * 10000
               + function numval(sf-time(4:2)) * 100
               + function numval(sf-time(7:2)).

           call "local-time"
           using by content utc-date,
           by content utc-time,
           by reference local-date,
           by reference local-hms,
           by reference zone-abbr.

           exit program.

       end program local-stamp.

      *****************************************

       identification division.
       program-id. utc-of-local.

      ************************************************************
      * THE REVERSE OF local-time: A LOCAL DATE AND TIME AS THE UTC
      * INSTANT IT NAMES, WITH THE RULE FOR THE CHANGE-OVER NIGHTS
      * SPELLED OUT IN local-kind --
      *
      *   0  AN ORDINARY LOCAL TIME.
      *   1  A TIME IN THE SKIPPED HOUR (CLOCKS WENT FORWARD OVER
      *      IT) -- IT NEVER HAPPENED, SO IT ANSWERS THE INSTANT OF
      *      THE CHANGE ITSELF, THE FIRST MOMENT AFTER THE GAP.
      *   2  A TIME IN THE REPEATED HOUR (CLOCKS WENT BACK OVER IT)
      *      -- IT HAPPENED TWICE, AND ANSWERS THE FIRST OCCURRENCE.
      ************************************************************

       data division.

       working-storage section.
       77 rule-year     pic 9(4).
       01 zone-info.
           05 zi-zone       pic x(40).
           05 zi-found      pic 9.
           05 zi-std-offset pic s9(4).
           05 zi-std-abbr   pic x(8).
           05 zi-has-dst    pic 9.
           05 zi-dst-offset pic s9(4).
           05 zi-dst-abbr   pic x(8).
           05 zi-start-minute pic 9(11).
           05 zi-end-minute   pic 9(11).

       77 local-minute  pic 9(11).
       77 std-candidate pic 9(11).
       77 dst-candidate pic 9(11).
       77 std-valid     pic 9.
       77 dst-valid     pic 9.
       77 probe-minute  pic 9(11).
       77 probe-dst     pic 9.
       77 answer-minute pic 9(11).
       77 day-number    pic 9(7).
       77 minute-of-day pic 9(4).
       77 work-hh       pic 9(2).
       77 work-mi       pic 9(2).
       77 work-ss       pic 9(2).

       linkage section.
       01 local-date pic 9(8).
       01 local-hms  pic 9(6).
       01 utc-date   pic 9(8).
       01 utc-time   pic 9(6).
       01 local-kind pic 9.

       procedure division using local-date, local-hms, utc-date,
                           utc-time, local-kind.

           set local-kind to 0.

           move local-date(1:4) to rule-year.

           call "zone-rules"
           using by content rule-year,
           by reference zone-info.

           move local-hms(1:2) to work-hh.
           move local-hms(3:2) to work-mi.
           move local-hms(5:2) to work-ss.

           compute local-minute =
               function integer-of-date(local-date) * 1440
               + work-hh * 60 + work-mi.

           compute std-candidate = local-minute - zi-std-offset.
           move std-candidate to answer-minute.

           if zi-has-dst is equal 0 then
               perform answer-utc
               exit program
           end-if.

           compute dst-candidate = local-minute - zi-dst-offset.

      *    EACH READING IS GENUINE ONLY IF THE CLOCK IT ASSUMES
      *    WAS THE ONE IN FORCE AT THAT INSTANT.
           move std-candidate to probe-minute.
           perform judge-dst.
           if probe-dst is equal 0 then
               set std-valid to 1
           else
               set std-valid to 0
           end-if.

           move dst-candidate to probe-minute.
           perform judge-dst.
           move probe-dst to dst-valid.

           evaluate true
               when std-valid is equal 1 and dst-valid is equal 1
                   set local-kind to 2
                   if dst-candidate is less than std-candidate then
                       move dst-candidate to answer-minute
                   else
                       move std-candidate to answer-minute
                   end-if
               when dst-valid is equal 1
                   move dst-candidate to answer-minute
               when std-valid is equal 1
                   move std-candidate to answer-minute
               when other
                   set local-kind to 1
                   move zi-start-minute to answer-minute
           end-evaluate.

           perform answer-utc.

           exit program.

       judge-dst.
           set probe-dst to 0.

           if zi-start-minute is less than zi-end-minute then
               if probe-minute is not less than zi-start-minute
               and probe-minute is less than zi-end-minute then
                   set probe-dst to 1
               end-if
           else
               if probe-minute is not less than zi-start-minute
               or probe-minute is less than zi-end-minute then
                   set probe-dst to 1
               end-if
           end-if.

           exit paragraph.

       answer-utc.
           divide answer-minute by 1440
               giving day-number remainder minute-of-day.
           divide minute-of-day by 60
               giving work-hh remainder work-mi.

           compute utc-date = function date-of-integer(day-number).
           compute utc-time = work-hh * 10000 + work-mi * 100
               + work-ss.

           exit paragraph.

       end program utc-of-local.

      *****************************************

       identification division.
       program-id. local-change-over.

      ************************************************************
      * THE CLOCK CHANGE, IF ANY, ON ONE LOCAL DATE: change-kind 1
      * WHEN THE CLOCKS GO FORWARD (LOCAL TIMES change-from UP TO
      * change-to, HHMM, NEVER HAPPEN), 2 WHEN THEY GO BACK (LOCAL
      * TIMES change-from UP TO change-to HAPPEN TWICE), 0 ON AN
      * ORDINARY DAY.
      ************************************************************

       data division.

       working-storage section.
       77 rule-year     pic 9(4).
       01 zone-info.
           05 zi-zone       pic x(40).
           05 zi-found      pic 9.
           05 zi-std-offset pic s9(4).
           05 zi-std-abbr   pic x(8).
           05 zi-has-dst    pic 9.
           05 zi-dst-offset pic s9(4).
           05 zi-dst-abbr   pic x(8).
           05 zi-start-minute pic 9(11).
           05 zi-end-minute   pic 9(11).

       77 wall-minute   pic 9(11).
       77 shift-minutes pic s9(4).
       77 day-number    pic 9(7).
       77 minute-of-day pic 9(4).
       77 wall-date     pic 9(8).
       77 from-minute   pic 9(4).
       77 to-minute     pic 9(4).
       77 work-hh       pic 9(2).
       77 work-mi       pic 9(2).

       linkage section.
       01 local-date  pic 9(8).
       01 change-kind pic 9.
       01 change-from pic 9(4).
       01 change-to   pic 9(4).

       procedure division using local-date, change-kind,
                           change-from, change-to.

           set change-kind to 0.
           set change-from to 0.
           set change-to to 0.

           move local-date(1:4) to rule-year.

           call "zone-rules"
           using by content rule-year,
           by reference zone-info.

           if zi-has-dst is equal 0 then
               exit program
           end-if.

           compute shift-minutes = zi-dst-offset - zi-std-offset.

           if shift-minutes is equal 0 then
               exit program
           end-if.

      *    FORWARD: THE STANDARD-TIME WALL CLOCK AT THE CHANGE IS
      *    WHERE THE GAP OPENS.
           compute wall-minute = zi-start-minute + zi-std-offset.
           perform split-wall-minute.

           if wall-date is equal local-date then
               set change-kind to 1
               perform answer-range
               exit program
           end-if.

      *    BACK: THE STANDARD-TIME WALL CLOCK AT THE CHANGE IS
      *    WHERE THE REPEAT BEGINS.
           compute wall-minute = zi-end-minute + zi-std-offset.
           perform split-wall-minute.

           if wall-date is equal local-date then
               set change-kind to 2
               perform answer-range
           end-if.

           exit program.

       split-wall-minute.
           divide wall-minute by 1440
               giving day-number remainder minute-of-day.
           compute wall-date = function date-of-integer(day-number).

           exit paragraph.

       answer-range.
           move minute-of-day to from-minute.
           compute to-minute = minute-of-day + shift-minutes.
           if to-minute is greater than 1440 then
               move 1440 to to-minute
           end-if.

           divide from-minute by 60
               giving work-hh remainder work-mi.
           compute change-from = work-hh * 100 + work-mi.

           divide to-minute by 60
               giving work-hh remainder work-mi.
           compute change-to = work-hh * 100 + work-mi.

           exit paragraph.

       end program local-change-over.

      *****************************************

       identification division.
       program-id. local-zone-name.

      ************************************************************
      * THE RESOLVED ZONE'S NAME FOR A REPORT HEADING, AND WHETHER
      * timezone.cfg KNOWS IT (zone-known 0 MEANS THE TIMES ARE
      * BEING SHOWN IN UTC INSTEAD).
      ************************************************************

       data division.

       working-storage section.
       77 rule-year     pic 9(4).
       01 zone-info.
           05 zi-zone       pic x(40).
           05 zi-found      pic 9.
           05 zi-std-offset pic s9(4).
           05 zi-std-abbr   pic x(8).
           05 zi-has-dst    pic 9.
           05 zi-dst-offset pic s9(4).
           05 zi-dst-abbr   pic x(8).
           05 zi-start-minute pic 9(11).
           05 zi-end-minute   pic 9(11).

       linkage section.
       01 zone-name  pic x(40).
       01 zone-known pic 9.

       procedure division using zone-name, zone-known.

           move function current-date(1:4) to rule-year.

           call "zone-rules"
           using by content rule-year,
           by reference zone-info.

           move zi-zone to zone-name.
           move zi-found to zone-known.

           exit program.

       end program local-zone-name.
