      * BATCH WINDOW (WINDOW_FROM/WINDOW_TO, HHMM, DEFAULT
      * 0000-0600) AND, FROM THE PER-DAY GROWTH, PROJECTS WHEN
      * THE WHOLE STREAM NO LONGER FITS BETWEEN END-OF-DAY AND
      * OPENING. THE WINDOW IS LOCAL CLOCK TIME (lib/timezone.cbl),
      * SO A NIGHT THE CLOCKS CHANGE IS AN HOUR SHORTER OR LONGER
      * -- ANY SUCH NIGHT IN THE NEXT 31 DAYS IS LISTED WITH ITS
      * REAL LENGTH. WRITES "batchwindow.YYYYMMDD.rpt" AND
      * REGISTERS IT IN THE CATALOG.
      ************************************************************

       environment division.
       77 to-hh        pic 9(2).
       77 to-mi        pic 9(2).

       77 zone-name    pic x(40).
       77 zone-known   pic 9.
       77 night        pic 9(2).
       77 report-day   pic 9(7).
       77 night-date   pic 9(8).
       77 morning-date pic 9(8).
       77 edge-hms     pic 9(6).
       77 edge-utc-date pic 9(8).
       77 edge-utc-time pic 9(6).
       77 edge-kind    pic 9.
       77 edge-epoch   pic 9(11).
       77 edge-hh      pic 9(2).
       77 edge-mi      pic 9(2).
       77 edge-ss      pic 9(2).
       77 night-start  pic 9(11).
       77 night-secs   pic s9(7).
       77 short-nights pic 9(2).

       procedure division.

           call "business-date"
           end-string.
           write report-record.

           call "local-zone-name"
           using by reference zone-name,
           by reference zone-known.

           move window-secs to secs-edit.
           move spaces to report-record.
           string
               window-from delimited by size
               "-" delimited by size
               window-to delimited by size
               " " delimited by size
               function trim(zone-name) delimited by size
               ": " delimited by size
               function trim(secs-edit) delimited by size
               "s" delimited by size
           end-string.
           write report-record.

           compute report-day =
               function integer-of-date(function numval(report-date)).
           set short-nights to 0.

           perform measure-one-night
               varying night from 0 by 1
               until night is greater than 30.

           compute head-secs = window-secs - total-latest.

           if head-secs is less than or equal 0 then

           exit paragraph.

      *    MEASURE-ONE-NIGHT -- THE WINDOW OPENING ON LOCAL DAY
      *    report-date + night, BETWEEN THE UTC INSTANTS ITS TWO
      *    LOCAL EDGES NAME (utc-of-local'S RULE FOR A SKIPPED OR
      *    REPEATED EDGE), LISTED ONLY WHEN IT IS NOT THE USUAL
      *    LENGTH.
       measure-one-night.
           compute night-date =
               function date-of-integer(report-day + night).

           if window-to is greater than window-from then
               move night-date to morning-date
           else
               compute morning-date =
                   function date-of-integer(report-day + night + 1)
           end-if.

           compute edge-hms = from-hh * 10000 + from-mi * 100.
           call "utc-of-local"
           using by content night-date,
           by content edge-hms,
           by reference edge-utc-date,
           by reference edge-utc-time,
           by reference edge-kind.
           perform edge-to-epoch.
           move edge-epoch to night-start.

           compute edge-hms = to-hh * 10000 + to-mi * 100.
           call "utc-of-local"
           using by content morning-date,
           by content edge-hms,
           by reference edge-utc-date,
           by reference edge-utc-time,
           by reference edge-kind.
           perform edge-to-epoch.

           compute night-secs = edge-epoch - night-start.

           if night-secs is equal window-secs then
               exit paragraph
           end-if.

           move night-secs to secs-edit.
           move spaces to report-record.
           string
               "NIGHT OF " delimited by size
               night-date delimited by size
               " (CLOCK CHANGE): WINDOW " delimited by size
               function trim(secs-edit) delimited by size
               "s" delimited by size
               into report-record
           end-string.

           if night-secs is less than total-latest then
               add 1 to short-nights
               string
                   " - THE STREAM WILL NOT FIT" delimited by size
                   into report-record(function length(
                       function trim(report-record)) + 1:30)
               end-string
           end-if.

           write report-record.

           exit paragraph.

       edge-to-epoch.
           move edge-utc-time(1:2) to edge-hh.
           move edge-utc-time(3:2) to edge-mi.
           move edge-utc-time(5:2) to edge-ss.

           compute edge-epoch =
               function integer-of-date(edge-utc-date) * 86400
               + edge-hh * 3600 + edge-mi * 60 + edge-ss.

           exit paragraph.

       end program batch-window-report.
