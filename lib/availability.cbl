      * EVENT ON FILE WASN'T A SHUTDOWN MEANS THE PREVIOUS RUN
      * DIED WITHOUT SAYING GOODBYE -- A "CRASH" EVENT IS WRITTEN
      * FIRST, SO sla-report (BELOW) SEES THE OUTAGE WINDOW FROM
      * THE LAST HEARTBEAT TO THIS RESTART. read-only-switch ADDS
      * "READONLY" AND "READWRITE" AS THE SITE ENTERS AND LEAVES
      * READ-ONLY MODE; THEY SAY NOTHING ABOUT WHETHER THE
      * LISTENER IS RUNNING, SO THE CRASH CHECK LOOKS PAST THEM.
      ************************************************************

       environment division.
                   at end
                       set avail-eof to 1
                   not at end
                       if av-event is not equal "READONLY"
                       and av-event is not equal "READWRITE" then
                           move av-event to last-event
                       end-if
               end-read
           end-perform.

      * LISTED WITH ITS DURATION, AND ATTAINED AVAILABILITY IS
      * PRINTED AGAINST THE 99.5 TARGET. A MONTH STILL IN
      * PROGRESS IS MEASURED UP TO NOW, NOT TO ITS LAST DAY.
      * READ-ONLY WINDOWS (READONLY TO READWRITE) ARE LISTED AND
      * TOTALLED SEPARATELY -- INQUIRIES WERE UP, SO THEY ARE NOT
      * OUTAGES. availability.log IS STAMPED IN UTC; THE MONTH
      * RUNS FROM LOCAL MIDNIGHT TO LOCAL MIDNIGHT AND EVERY
      * WINDOW IS LISTED IN LOCAL TIME (lib/timezone.cbl).
      ************************************************************

       environment division.
       77 next-month-date pic 9(8).
       77 work-year    pic 9(4).
       77 work-month   pic 9(2).
       77 read-only-since pic 9(11).
       77 total-read-only pic 9(11).
       77 zone-name    pic x(40).
       77 zone-known   pic 9.
       77 edge-hms     pic 9(6) value 0.
       77 edge-utc-date pic 9(8).
       77 edge-utc-time pic 9(6).
       77 edge-kind    pic 9.
       77 clock-utc-date pic 9(8).
       77 clock-utc-time pic 9(6).
       77 clock-date   pic 9(8).
       77 clock-hms    pic 9(6).
       77 clock-abbr   pic x(8).
       77 clock-epoch  pic 9(11).
       77 clock-day    pic 9(7).
       77 clock-second pic 9(5).
       77 clock-text   pic x(24).
       77 from-text    pic x(24).
       77 to-text      pic x(24).

       procedure division.

           accept report-month from environment "REPORT_MONTH".

           if report-month is equal spaces then
               move function current-date(1:8) to clock-utc-date
               move function current-date(9:6) to clock-utc-time
               call "local-time"
               using by content clock-utc-date,
               by content clock-utc-time,
               by reference clock-date,
               by reference clock-hms,
               by reference clock-abbr
               move clock-date(1:6) to report-month
           end-if.

           perform compute-month-window.

           call "local-zone-name"
           using by reference zone-name,
           by reference zone-known.

           display "AVAILABILITY REPORT FOR " report-month.
           display "TIMES IN " function trim(zone-name).
           display "TARGET 99.50 PCT".
           display " ".

           set last-heard to 0.
           set down-since to 0.
           set total-outage to 0.
           set read-only-since to 0.
           set total-read-only to 0.

           open input avail-log.

               perform note-one-outage
           end-if.

           if read-only-since is greater than 0 then
               move read-only-since to outage-start
               move month-end to outage-end
               perform note-read-only-window
           end-if.

           compute month-seconds = month-end - month-start.

           if month-seconds is equal 0 then
           display "ATTAINED AVAILABILITY: "
               function trim(pct-edit) " PCT".

           if total-read-only is greater than 0 then
               move total-read-only to seconds-edit
               display "READ-ONLY SECONDS (NOT OUTAGE): "
                   function trim(seconds-edit)
           end-if.

           if availability-pct is less than 99.50 then
               display "TARGET MISSED"
               move 4 to return-code

      *    COMPUTE-MONTH-WINDOW -- FIRST SECOND OF THE MONTH TO
      *    THE FIRST SECOND OF THE NEXT (OR TO NOW FOR THE MONTH
      *    STILL IN PROGRESS), EACH EDGE THE UTC INSTANT OF LOCAL
      *    MIDNIGHT.
       compute-month-window.
           move function numval(report-month) to work-date.
           compute month-start-date = work-date * 100 + 1.
           call "utc-of-local"
           using by content month-start-date,
           by content edge-hms,
           by reference edge-utc-date,
           by reference edge-utc-time,
           by reference edge-kind.
           perform edge-to-epoch.
           move event-epoch to month-start.

           move report-month(1:4) to work-year.
           move report-month(5:2) to work-month.

           compute next-month-date =
               work-year * 10000 + work-month * 100 + 1.
           call "utc-of-local"
           using by content next-month-date,
           by content edge-hms,
           by reference edge-utc-date,
           by reference edge-utc-time,
           by reference edge-kind.
           perform edge-to-epoch.
           move event-epoch to month-end.

           move function current-date(1:8) to work-date.
           compute now-epoch =
               function integer-of-date(work-date) * 86400
               + work-hh * 3600 + work-mm * 60 + work-ss.

      *    A READ-ONLY EVENT IS NOT A SIGN OF LIFE FROM THE
      *    LISTENER -- THE WATCH THAT WRITES IT RUNS APART.
           if av-event is equal "READONLY"
           or av-event is equal "READWRITE" then
               perform judge-read-only-event
               exit paragraph
           end-if.

           evaluate function trim(av-event)
               when "STARTUP"
                   if server-state is equal "DOWN" then
           compute outage-seconds = outage-end - outage-start.
           add outage-seconds to total-outage.

           perform window-local-text.

           move outage-seconds to seconds-edit.
           display "OUTAGE OF " function trim(seconds-edit)
               " SECOND(S) FROM " function trim(from-text)
               " TO " function trim(to-text).

           exit paragraph.

      *    JUDGE-READ-ONLY-EVENT -- A READONLY OPENS A WINDOW
      *    THE NEXT READWRITE CLOSES.
       judge-read-only-event.
           if av-event is equal "READONLY" then
               if read-only-since is equal 0 then
                   move event-epoch to read-only-since
               end-if
               exit paragraph
           end-if.

           if read-only-since is greater than 0 then
               move read-only-since to outage-start
               move event-epoch to outage-end
               perform note-read-only-window
               set read-only-since to 0
           end-if.

           exit paragraph.

      *    NOTE-READ-ONLY-WINDOW -- THE SAME CLAMP AS
      *    NOTE-ONE-OUTAGE, INTO ITS OWN TOTAL.
       note-read-only-window.
           if outage-start is less than month-start then
               move month-start to outage-start
           end-if.

           if outage-end is greater than month-end then
               move month-end to outage-end
           end-if.

           if outage-end is less than or equal outage-start then
               exit paragraph
           end-if.

           compute outage-seconds = outage-end - outage-start.
           add outage-seconds to total-read-only.

           perform window-local-text.

           move outage-seconds to seconds-edit.
           display "READ-ONLY FOR " function trim(seconds-edit)
               " SECOND(S) FROM " function trim(from-text)
               " TO " function trim(to-text).

           exit paragraph.

      *    EDGE-TO-EPOCH -- utc-of-local's ANSWER IN THE SAME
      *    SECONDS judge-one-event COUNTS IN.
       edge-to-epoch.
           move edge-utc-date to work-date.
           move edge-utc-time(1:2) to work-hh.
           move edge-utc-time(3:2) to work-mm.
           move edge-utc-time(5:2) to work-ss.

           compute event-epoch =
               function integer-of-date(work-date) * 86400
               + work-hh * 3600 + work-mm * 60 + work-ss.

           exit paragraph.

      *    WINDOW-LOCAL-TEXT -- BOTH EDGES OF THE WINDOW BEING
      *    LISTED, ON THE LOCAL CLOCK.
       window-local-text.
           move outage-start to clock-epoch.
           perform epoch-local-text.
           move clock-text to from-text.

           move outage-end to clock-epoch.
           perform epoch-local-text.
           move clock-text to to-text.

           exit paragraph.

      *    EPOCH-LOCAL-TEXT -- "YYYYMMDD HH:MM:SS ZZZ".
       epoch-local-text.
           divide clock-epoch by 86400
               giving clock-day remainder clock-second.

           compute clock-utc-date =
               function date-of-integer(clock-day).
           divide clock-second by 3600 giving work-hh
               remainder clock-second.
           divide clock-second by 60 giving work-mm
               remainder work-ss.
           compute clock-utc-time =
               work-hh * 10000 + work-mm * 100 + work-ss.

           call "local-time"
           using by content clock-utc-date,
           by content clock-utc-time,
           by reference clock-date,
           by reference clock-hms,
           by reference clock-abbr.

           move spaces to clock-text.
           string
               clock-date delimited by size
               " " delimited by size
               clock-hms(1:2) delimited by size
               ":" delimited by size
               clock-hms(3:2) delimited by size
               ":" delimited by size
               clock-hms(5:2) delimited by size
               " " delimited by size
               function trim(clock-abbr) delimited by size
               into clock-text
           end-string.

           exit paragraph.

