      * FROM THE REPORT_DATE ENVIRONMENT VARIABLE (YYYYMMDD), THE
      * SAME DEPLOY-TIME-LOOKUP CONVENTION define_http ALREADY USES
      * FOR HTTP_ADDRESS, AND DEFAULTS TO TODAY WHEN UNSET SO THE
      * OVERNIGHT SCHEDULER CAN RUN IT WITH NO ARGUMENTS. THE LOG
      * IS STAMPED IN UTC; THE REPORT DAY AND ITS HOURS ARE THE
      * SITE'S (OR TENANT'S) LOCAL TIME, THROUGH local-stamp.
      ************************************************************

       environment division.
       77 report-stat    pic xx.
       77 report-path    pic x(64).
       77 catalog-producer pic x(30).
       77 gdg-dataset    pic x(64).
       77 gdg-ext        pic x(4).
       77 gdg-path       pic x(128).
       77 gdg-generation pic 9(5).
       77 gdg-records    pic 9(9).
       77 gdg-status     pic 9.
       77 log-file-path  pic x(64).
       77 report-date    pic x(8).
       77 log-eof        pic 9.
           05 log-status   pic x(1).

       77 line-date      pic x(8).
       77 line-hour      pic 9(2).
       77 local-date     pic 9(8).
       77 local-hms      pic 9(6).
       77 zone-abbr      pic x(8).
       77 zone-name      pic x(40).
       77 zone-known     pic 9.
       77 change-kind    pic 9.
       77 change-from    pic 9(4).
       77 change-to      pic 9(4).
       77 archive-date   pic 9(8).
       77 report-day     pic 9(7).

       01 hour-counters.
           05 hour-count occurs 24 times pic 9(7).

           perform resolve-report-date.

      *    THE REPORT IS A GENERATION OF THE "traffic" GROUP; THE
      *    CATALOG HANDS OUT ITS NAME, traffic.<date>.rpt AS EVER.
           set gdg-dataset to "traffic".
           set gdg-ext to "rpt".
           set catalog-producer to "access-report".

           call "gdg-new-generation"
           using by content gdg-dataset,
           by content gdg-ext,
           by content report-date,
           by content catalog-producer,
           by reference gdg-path,
           by reference gdg-generation,
           by reference gdg-status.

           move gdg-path to report-path.

           initialize hour-counters.
           initialize path-table.
      *    READ "access.<date>.log" AS WELL AS WHATEVER IS STILL
      *    IN THE LIVE FILE -- THE SAME ARCHIVE-PLUS-LIVE PATTERN
      *    usage-statements READS A WHOLE MONTH WITH. THE DATE
      *    FILTER MAKES THE OVERLAP HARMLESS. THE ARCHIVES ARE CUT
      *    AT UTC MIDNIGHT, SO A LOCAL DAY ALSO REACHES INTO THE
      *    UTC DAY EITHER SIDE OF IT.
           call "local-zone-name"
           using by reference zone-name,
           by reference zone-known.

           compute report-day =
               function integer-of-date(function numval(report-date)).

           compute archive-date =
               function date-of-integer(report-day - 1).
           perform tally-archive.

           compute archive-date =
               function date-of-integer(report-day).
           perform tally-archive.

           compute archive-date =
               function date-of-integer(report-day + 1).
           perform tally-archive.

           set log-file-path to "access.log".
           perform tally-access-log.

           perform write-report.

           if gdg-status is equal 1 then
               set gdg-records to 0
               call "gdg-catalog-generation"
               using by content gdg-dataset,
               by content gdg-generation,
               by content gdg-records,
               by reference gdg-status
           end-if.

      *    THE FINISHED REPORT GOES IN THE CATALOG FOR THE
      *    /reports VIEWER.
           call "report-catalog-add"
           using by content report-path,
           by content report-date,

           exit paragraph.

      *    TALLY-ARCHIVE -- ONE DAY'S ROTATED access.<date>.log.
       tally-archive.
           set log-file-path to spaces.
           string
               "access." delimited by size
               archive-date delimited by size
               ".log" delimited by size
               into log-file-path
           end-string.
           perform tally-access-log.

           exit paragraph.

      *    TALLY-ACCESS-LOG -- ONE PASS OVER THE WHOLE LOG,
      *    ACCUMULATING COUNTERS FOR THE LINES WHOSE DATE MATCHES
      *    report-date. A MISSING LOG LEAVES EVERY COUNTER AT ZERO
           exit paragraph.

      *    TALLY-ONE-LINE -- SPLITS ONE write-access-log LINE ON ITS
      *    SPACES, TURNS ITS LEADING date-utc STAMP INTO THE LOCAL
      *    DATE AND HOUR, AND COUNTS IT WHEN IT BELONGS TO THE
      *    REPORT DAY.
       tally-one-line.
           initialize log-fields.

                    log-status
           end-unstring.

           call "local-stamp"
           using by content log-record(1:29),
           by reference local-date,
           by reference local-hms,
           by reference zone-abbr.

           move local-date to line-date.

           if line-date is not equal report-date then
               exit paragraph
                   add 1 to other-count
           end-evaluate.

           move local-hms(1:2) to line-hour.
           if line-hour is less than 24 then
               add 1 to hour-count(line-hour + 1)
           end-if.

           perform tally-path.

           exit paragraph.

      *    TALLY-PATH -- FINDS (OR ADDS) THIS LINE'S PATH IN THE
      *    PATH TABLE AND BUMPS ITS COUNT, THE SAME FIND-OR-ADD
      *    WALK parse-path-grouped's FIND-OR-ADD-GROUP USES. A DAY
           move all "=" to report-record(1:44).
           write report-record.

           move spaces to report-record.
           if zone-known is equal 1 then
               string
                   "TIMES IN LOCAL TIME (" delimited by size
                   function trim(zone-name) delimited by size
                   ")" delimited by size
                   into report-record
               end-string
           else
               string
                   "TIMES IN UTC (ZONE " delimited by size
                   function trim(zone-name) delimited by size
                   " NOT IN timezone.cfg)" delimited by size
                   into report-record
               end-string
           end-if.
           write report-record.

           move spaces to report-record.
           move total-requests to count-edit.
           string
           move "REQUESTS PER HOUR" to report-record.
           write report-record.

      *    A CHANGE-OVER DAY HAS 23 OR 25 HOURS -- SAY WHICH HOUR
      *    WENT MISSING OR WAS COUNTED TWICE.
           move report-date to local-date.

           call "local-change-over"
           using by content local-date,
           by reference change-kind,
           by reference change-from,
           by reference change-to.

           if change-kind is not equal 0 then
               move spaces to report-record
               if change-kind is equal 1 then
                   string
                       "  CLOCKS WENT FORWARD - " delimited by size
                       change-from delimited by size
                       "-" delimited by size
                       change-to delimited by size
                       " DID NOT HAPPEN" delimited by size
                       into report-record
                   end-string
               else
                   string
                       "  CLOCKS WENT BACK - " delimited by size
                       change-from delimited by size
                       "-" delimited by size
                       change-to delimited by size
                       " HAPPENED TWICE AND COUNTS BOTH"
                           delimited by size
                       into report-record
                   end-string
               end-if
               write report-record
           end-if.

           perform varying i from 1 by 1
           until i is greater than 24
               compute hour-label = i - 1
