      * WHAT ALREADY RAN IS REMEMBERED IN "schedstate.dat" SO A
      * SCHEDULER RESTART DOESN'T RE-RUN THE MORNING. POLLS EVERY
      * HALF MINUTE; DROPPING "schedstop.ctl" STOPS IT.
      *
      * <hhmm>, THE WEEKDAY AND THE WINDOW ARE THE SITE'S LOCAL
      * TIME (local-time, lib/timezone.cbl); schedule.log STAYS
      * IN UTC LIKE EVERY OTHER LOG. ON A CHANGE-OVER NIGHT:
      *   - CLOCKS FORWARD: A DAILY/WEEKDAY JOB WHOSE <hhmm> FALLS
      *     IN THE SKIPPED HOUR RUNS AT THE CHANGE-OVER ITSELF (THE
      *     FIRST POLL AFTER THE GAP), AND ITS WINDOW IS JUDGED AT
      *     THE <hhmm> IT WAS DUE, NOT AT THE LATER CLOCK READING;
      *     AN HOURLY JOB HAS NO RUN FOR THE HOUR THAT DID NOT
      *     HAPPEN.
      *   - CLOCKS BACK: THE REPEATED HOUR RUNS ITS JOBS ONCE, ON
      *     THE FIRST PASS -- THE SECOND PASS FINDS THE SAME LOCAL
      *     DATE (AND HOUR, FOR AN HOURLY JOB) ALREADY RUN.
      ************************************************************

       environment division.
       77 config-eof  pic 9.
       77 poll-seconds pic 9(4) comp value 30.

      *    THE PROGRAM BEING LAUNCHED, FOR THE TABLE ACCESS
      *    STATISTICS (lib/tablestats.cbl).
       01 db-access-caller pic x(40) external.

       01 job-table.
           05 job-entry occurs 50 times.
               10 jb-name    pic x(30).
       77 now-date     pic x(8).
       77 now-hhmm     pic x(4).
       77 now-hh       pic x(2).
       77 utc-date     pic x(8).
       77 utc-hhmm     pic x(4).
       77 clock-utc-date  pic 9(8).
       77 clock-utc-time  pic 9(6).
       77 clock-date      pic 9(8).
       77 clock-hms       pic 9(6).
       77 clock-abbr      pic x(8).
       77 clock-hhmm      pic 9(4).
       77 change-kind  pic 9.
       77 change-from  pic 9(4).
       77 change-to    pic 9(4).
       77 gap-minutes  pic 9(4).
       77 now-minutes  pic 9(4).
       77 to-minutes   pic 9(4).
       77 judge-hhmm   pic x(4).
       77 part-hh      pic 9(2).
       77 part-mi      pic 9(2).
       77 day-residue  pic 9(8).
       77 day-quotient pic 9(8).
       77 today-int    pic 9(8).
               exit paragraph
           end-if.

      *    THE LOG KEEPS THE UTC CLOCK; THE JOBS RUN BY THE LOCAL
      *    ONE.
           move function current-date(1:8) to utc-date.
           move function current-date(9:4) to utc-hhmm.

           move function current-date(1:8) to clock-utc-date.
           move function current-date(9:6) to clock-utc-time.

           call "local-time"
           using by content clock-utc-date,
           by content clock-utc-time,
           by reference clock-date,
           by reference clock-hms,
           by reference clock-abbr.

           move clock-date to now-date.
           move clock-hms(1:4) to now-hhmm.
           move now-hhmm(1:2) to now-hh.

           call "local-change-over"
           using by content clock-date,
           by reference change-kind,
           by reference change-from,
           by reference change-to.

           perform compute-today-name.

           perform varying j from 1 by 1
               exit paragraph
           end-if.

           move now-hhmm to judge-hhmm.
           perform judge-skipped-hour.

           if jb-win-from(j) is less than or equal jb-win-to(j)
           then
               if judge-hhmm is less than jb-win-from(j)
               or judge-hhmm is greater than jb-win-to(j) then
                   set in-window to 0
               end-if
           else
               if judge-hhmm is less than jb-win-from(j)
               and judge-hhmm is greater than jb-win-to(j) then
                   set in-window to 0
               end-if
           end-if.

           exit paragraph.

      *    JUDGE-SKIPPED-HOUR -- ON THE NIGHT THE CLOCKS GO
      *    FORWARD, A JOB DUE IN THE HOUR THAT NEVER HAPPENED IS
      *    JUDGED AT ITS OWN <hhmm> FOR AS LONG AFTER THE JUMP AS
      *    THE JUMP ITSELF -- LONG ENOUGH FOR THE FIRST POLLS, NOT
      *    SO LONG THAT A RESTART HOURS LATER RUNS IT OUT OF
      *    WINDOW.
       judge-skipped-hour.
           if change-kind is not equal 1
           or jb-freq(j) is equal "HOURLY" then
               exit paragraph
           end-if.

           if jb-time(j) is not numeric then
               exit paragraph
           end-if.

           move jb-time(j) to clock-hhmm.

           if clock-hhmm is less than change-from
           or clock-hhmm is not less than change-to then
               exit paragraph
           end-if.

           move change-to(1:2) to part-hh.
           move change-to(3:2) to part-mi.
           compute to-minutes = part-hh * 60 + part-mi.

           move change-from(1:2) to part-hh.
           move change-from(3:2) to part-mi.
           compute gap-minutes = to-minutes - part-hh * 60 - part-mi.

           move now-hhmm(1:2) to part-hh.
           move now-hhmm(3:2) to part-mi.
           compute now-minutes = part-hh * 60 + part-mi.

           if now-minutes is not less than to-minutes
           and now-minutes is less than to-minutes + gap-minutes
               then
               move jb-time(j) to judge-hhmm
           end-if.

           exit paragraph.

      *    CHECK-PREDECESSOR -- THE PREDECESSOR'S LAST RECORDED
      *    OUTCOME IN TODAY'S schedule.log LINES: 0 = NO FINISHED
      *    RUN YET (START LINES DON'T COUNT), 1 = OK, 2 = FAILED
                    scan-program, scan-outcome
           end-unstring.

           if scan-job is not equal jb-pred(j)
           or scan-date is not numeric
           or scan-time is not numeric then
               exit paragraph
           end-if.

      *    THE LINE'S UTC STAMP, ON THE LOCAL CALENDAR.
           move scan-date to clock-utc-date.
           move scan-time to clock-hhmm.
           compute clock-utc-time = clock-hhmm * 100.

           call "local-time"
           using by content clock-utc-date,
           by content clock-utc-time,
           by reference clock-date,
           by reference clock-hms,
           by reference clock-abbr.

           if clock-date is not equal now-date then
               exit paragraph
           end-if.

           compute launch-start =
               function seconds-past-midnight.

           move jb-program(j) to db-access-caller.

           call jb-program(j)
           on exception
               move 16 to return-code
           end-call.

           move spaces to db-access-caller.

           compute launch-end =
               function seconds-past-midnight.

           move spaces to log-record.

           string
               utc-date X"20" utc-hhmm X"20"
               function trim(jb-name(j)) X"20"
               function trim(jb-program(j)) X"20"
               function trim(job-outcome)
