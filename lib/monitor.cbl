      *                        ALERT (DEFAULT 0 = OFF)
      *     ALERT_WEBHOOK      URL FOR THE OPS-CHANNEL POST
      *                        (BLANK = LOG ONLY)
      *     SIEM_BACKLOG_MAX   EVENTS WAITING IN siem-forward'S
      *                        BUFFER (THE "*BACKLOG" LINE OF
      *                        siem.pos) THAT TRIPS AN ALERT
      *                        (DEFAULT 1000, 0 = OFF)
      * DROPPING "monitorstop.ctl" STOPS THE LOOP CLEANLY, THE
      * SAME POLLED-FILE CONVENTION AS shutdown.ctl.
      ************************************************************
           organization is line sequential
           file status is stop-stat.

           select siem-position assign to "siem.pos"
           organization is line sequential
           file status is siem-stat.

       data division.

       file section.
       fd monitor-stop.
       01 stop-record pic x(1).

       fd siem-position.
       01 position-record.
           05 ps-source  pic x(64).
           05 filler     pic x(1).
           05 ps-origin  pic x(64).
           05 filler     pic x(1).
           05 ps-count   pic 9(9).
           05 filler     pic x(1).
           05 ps-print   pic x(128).

       working-storage section.
       77 mt-stat      pic xx.
       77 applog-stat  pic xx.
       77 alert-stat   pic xx.
       77 stop-stat    pic xx.
       77 siem-stat    pic xx.
       77 siem-eof     pic 9.
       77 siem-backlog pic 9(9).
       77 backlog-max  pic 9(9).
       77 setting-text pic x(8).
       77 sample-interval pic 9(4) comp.
       77 errors-max   pic 9(9).
           set webhook-url to spaces.
           accept webhook-url from environment "ALERT_WEBHOOK".

           set setting-text to spaces.
           accept setting-text from environment "SIEM_BACKLOG_MAX".
           if setting-text is equal spaces then
               set backlog-max to 1000
           else
               move function trim(setting-text) to backlog-max
           end-if.

           exit paragraph.

      *    MONITOR-CYCLE -- ONE SAMPLE, ONE JUDGMENT, ONE SLEEP.

           perform sample-metrics.
           perform tail-app-log.
           perform sample-siem-backlog.
           perform judge-thresholds.

           call "C$SLEEP" using sample-interval.

           exit paragraph.

      *    SAMPLE-SIEM-BACKLOG -- THE FORWARDER'S OWN COUNT OF
      *    EVENTS BUFFERED BUT NOT YET SENT; NO siem.pos (NO
      *    FORWARDER ON THIS BOX) IS NO BACKLOG.
       sample-siem-backlog.
           set siem-backlog to 0.

           open input siem-position.

           if siem-stat is not equal "00" then
               exit paragraph
           end-if.

           set siem-eof to 0.
           perform read-siem-position until siem-eof is equal 1.

           close siem-position.

           exit paragraph.

       read-siem-position.
           read siem-position
               at end
                   set siem-eof to 1
                   exit paragraph
           end-read.

           if ps-source is equal "*BACKLOG"
           and ps-count is numeric then
               move ps-count to siem-backlog
               set siem-eof to 1
           end-if.

           exit paragraph.

      *    JUDGE-THRESHOLDS -- ONE ALERT PER CROSSED THRESHOLD PER
      *    INTERVAL.
       judge-thresholds.
               perform raise-alert
           end-if.

           if backlog-max is greater than 0
           and siem-backlog is greater than backlog-max then
               move siem-backlog to count-edit
               set alert-reason to spaces
               string
                   "SIEM FORWARDING BACKLOG " delimited by size
                   function trim(count-edit) delimited by size
                   " EVENT(S) EXCEEDED THRESHOLD" delimited by size
                   into alert-reason
               end-string
               perform raise-alert
           end-if.

           if requests-max is greater than 0
           and delta-count is greater than requests-max then
               move delta-count to count-edit
