       identification division.
       program-id. db-origin-set.

      ************************************************************
      * ROW PROVENANCE -- THE AUDIT TRAIL SAYS WHAT CHANGED, BUT
      * ITS SOURCE COLUMN ONLY NAMES A PROGRAM ("csv-load"), SO
      * WHEN A BAD ROW TURNS UP NOBODY CAN SAY WHICH OF LAST
      * WEEK'S NINE LOADS BROUGHT IT IN, FROM WHICH FILE, ON
      * WHICH LINE -- OR WHICH QUEUED JOB, OR WHOSE SESSION. THE
      * DATA LAYER NOW RECORDS THE ORIGIN OF EVERY WRITE
      * (db-provenance-record, BELOW) IN "provenance.dat", KEYED
      * LIKE database.dat BY TABLE/KEY BUT KEPT BESIDE IT SO THE
      * rec-value LAYOUT EVERY READER KNOWS IS UNTOUCHED.
      *
      * THE ORIGIN IS WHATEVER THE PROCESS HAS DECLARED, IN AN
      * EXTERNAL AREA (THE db-access-caller TECHNIQUE):
      *
      *     RUN   A LOAD RUN -- ITS run-control ID, THE INPUT FILE
      *           AND THE LINE BEING LOADED (run-control-open SETS
      *           IT, THE LOADER MOVES THE LINE ON WITH
      *           db-origin-line, run-control-check CLEARS IT)
      *     JOB   A jobs.dat JOB -- ITS ID AND TYPE (job-worker)
      *
      * WITH NOTHING DECLARED, A WEB REQUEST'S SIGNED-IN USER AND
      * SESSION IS THE ORIGIN, AND FAILING THAT THE CALLING
      * PROGRAM'S OWN SOURCE NAME. THIS ENTRY DECLARES ONE.
      ************************************************************

       data division.
       working-storage section.
       01 db-origin external.
           05 origin-kind pic x(4).
           05 origin-id   pic x(64).
           05 origin-ref  pic x(64).
           05 origin-line pic 9(7).

       linkage section.
       01 new-kind pic x(4).
       01 new-id   pic x(64).
       01 new-ref  pic x(64).
       01 new-line pic 9(7).

       procedure division using new-kind, new-id, new-ref,
                           new-line.

           move new-kind to origin-kind.
           move new-id to origin-id.
           move new-ref to origin-ref.
           move new-line to origin-line.

           exit program.

       end program db-origin-set.

      *****************************************

       identification division.
       program-id. db-origin-line.

      ************************************************************
      * MOVES A DECLARED LOAD RUN ON TO ITS NEXT INPUT LINE --
      * CALLED BY THE LOADER BEFORE IT WRITES EACH RECORD'S ROW.
      ************************************************************

       data division.
       working-storage section.
       01 db-origin external.
           05 origin-kind pic x(4).
           05 origin-id   pic x(64).
           05 origin-ref  pic x(64).
           05 origin-line pic 9(7).

       linkage section.
       01 new-line pic 9(7).

       procedure division using new-line.

           move new-line to origin-line.

           exit program.

       end program db-origin-line.

      *****************************************

       identification division.
       program-id. db-origin-clear.

      ************************************************************
      * ENDS A DECLARED ORIGIN -- LATER WRITES IN THE SAME PROCESS
      * FALL BACK TO THE SESSION OR THE CALLING PROGRAM.
      ************************************************************

       data division.
       working-storage section.
       01 db-origin external.
           05 origin-kind pic x(4).
           05 origin-id   pic x(64).
           05 origin-ref  pic x(64).
           05 origin-line pic 9(7).

       procedure division.

           move spaces to origin-kind.
           move spaces to origin-id.
           move spaces to origin-ref.
           move 0 to origin-line.

           exit program.

       end program db-origin-clear.

      *****************************************

       identification division.
       program-id. db-provenance-record.

      ************************************************************
      * RECORDS THE ORIGIN OF ONE APPLIED WRITE -- db-update AND
      * db-delete CALL THIS AFTER EVERY ROW THEY CHANGE. THE ROW'S
      * "provenance.dat" RECORD KEEPS WHO CREATED IT (SET ON ADD)
      * AND WHO LAST WROTE IT (SET ON EVERY WRITE); A DELETE
      * REMOVES THE RECORD WITH THE ROW. EVERY WRITE ALSO GOES TO
      * "provenance.log" WITH ITS ORIGIN AND THE ROW'S BEFORE
      * IMAGE (AS STORED), SO provenance-run CAN LIST OR BACK OUT
      * EVERYTHING ONE LOAD RUN TOUCHED. A ROW WRITTEN BEFORE
      * PROVENANCE WAS KEPT HAS NO CREATOR ON FILE AND SAYS SO.
      * UNDER THE db-batch-start BRACKET BOTH FILES STAY OPEN
      * ACROSS CALLS, THE SAME AS THE DATA FILE'S.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select provenance-file
           assign to dynamic provenance-file-name
           organization is indexed
           access mode is dynamic
           record key is pv-fullkey
           file status is provenance-stat.

           select provenance-log assign to dynamic log-file-name
           organization is line sequential
           file status is log-stat.

       data division.

       file section.
       fd provenance-file.
       01 provenance-record.
           05 pv-fullkey.
               10 pv-table pic x(30).
               10 pv-key   pic x(50).
           05 pv-created.
               10 pv-created-stamp pic x(14).
               10 pv-created-kind  pic x(4).
               10 pv-created-id    pic x(64).
               10 pv-created-ref   pic x(64).
               10 pv-created-line  pic 9(7).
           05 pv-written.
               10 pv-written-stamp pic x(14).
               10 pv-written-kind  pic x(4).
               10 pv-written-id    pic x(64).
               10 pv-written-ref   pic x(64).
               10 pv-written-line  pic 9(7).
           05 pv-written-action pic x(6).

       fd provenance-log.
       01 log-record.
           05 pl-stamp   pic x(14).
           05 filler     pic x(1).
           05 pl-action  pic x(6).
           05 filler     pic x(1).
           05 pl-table   pic x(30).
           05 filler     pic x(1).
           05 pl-key     pic x(50).
           05 filler     pic x(1).
           05 pl-kind    pic x(4).
           05 filler     pic x(1).
           05 pl-id      pic x(64).
           05 filler     pic x(1).
           05 pl-ref     pic x(64).
           05 filler     pic x(1).
           05 pl-line    pic 9(7).
           05 filler     pic x(1).
           05 pl-before  pic x(1024).

       working-storage section.
       01 db-origin external.
           05 origin-kind pic x(4).
           05 origin-id   pic x(64).
           05 origin-ref  pic x(64).
           05 origin-line pic 9(7).
       01 db-batch-mark pic x external.
       01 request-user-name pic x(64) external.
       01 request-session-id pic x(32) external.
       01 request-trace-id pic x(24) external.

       01 this-origin.
           05 this-stamp pic x(14).
           05 this-kind  pic x(4).
           05 this-id    pic x(64).
           05 this-ref   pic x(64).
           05 this-line  pic 9(7).

       77 provenance-stat pic xx.
       77 log-stat        pic xx.
       77 files-held      pic 9 value 0.
       77 provenance-file-name pic x(64).
       77 log-file-name   pic x(64).
       77 tenant-stem     pic x(16).
       77 tenant-ext      pic x(4).

       linkage section.
       01 db-table      pic x(30).
       01 db-key        pic x(50).
       01 change-action pic x(6).
       01 before-image  pic x(1024).
       01 change-source pic x(32).

       procedure division using db-table, db-key, change-action,
                           before-image, change-source.

           perform resolve-origin.

           if files-held is equal 0 then
               perform open-provenance-files
           end-if.

           perform write-log-line.

           move db-table to pv-table.
           move db-key to pv-key.

           if change-action is equal "DELETE" then
               delete provenance-file record
               invalid key
                   continue
               end-delete
           else
               perform keep-row-origin
           end-if.

           if db-batch-mark is not equal "1" then
               close provenance-file
               close provenance-log
               set files-held to 0
           end-if.

           exit program.

      *    RESOLVE-ORIGIN -- A DECLARED RUN OR JOB FIRST, THEN THE
      *    SIGNED-IN USER, THEN THE CALLER'S SOURCE NAME.
       resolve-origin.
           move spaces to this-origin.
           move 0 to this-line.
           move function current-date(1:14) to this-stamp.

           if origin-kind is not equal spaces
           and origin-kind is not equal low-values then
               move origin-kind to this-kind
               move origin-id to this-id
               move origin-ref to this-ref
               move origin-line to this-line
               exit paragraph
           end-if.

           if request-user-name is not equal spaces
           and request-user-name is not equal low-values then
               move "USER" to this-kind
               move request-user-name to this-id

               if request-session-id is not equal spaces
               and request-session-id is not equal low-values then
                   string
                       "session " delimited by size
                       request-session-id delimited by space
                       into this-ref
                   end-string
               else
                   if request-trace-id is not equal spaces
                   and request-trace-id is not equal low-values
                   then
                       string
                           "request " delimited by size
                           request-trace-id delimited by space
                           into this-ref
                       end-string
                   end-if
               end-if

               exit paragraph
           end-if.

           move "PROG" to this-kind.
           move change-source to this-id.

           exit paragraph.

      *    OPEN-PROVENANCE-FILES -- THE TENANT'S OWN PAIR, CREATED
      *    ON FIRST USE LIKE EVERY OTHER STORE.
       open-provenance-files.
           set tenant-stem to "provenance".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference provenance-file-name.

           set tenant-ext to "log".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference log-file-name.

           open i-o provenance-file.

           if provenance-stat is equal "35" then
               open output provenance-file
               close provenance-file
               open i-o provenance-file
           end-if.

           open extend provenance-log.

           if log-stat is equal "35" then
               open output provenance-log
           end-if.

           set files-held to 1.

           exit paragraph.

      *    WRITE-LOG-LINE -- ONE LINE PER APPLIED WRITE.
       write-log-line.
           move spaces to log-record.
           move this-stamp to pl-stamp.
           move change-action to pl-action.
           move db-table to pl-table.
           move db-key to pl-key.
           move this-kind to pl-kind.
           move this-id to pl-id.
           move this-ref to pl-ref.
           move this-line to pl-line.
           move before-image to pl-before.

           write log-record.

           exit paragraph.

      *    KEEP-ROW-ORIGIN -- AN ADD STARTS THE ROW'S RECORD OVER
      *    (A KEY CAN COME BACK AFTER A DELETE); ANY WRITE MOVES
      *    "LAST WRITTEN BY" ON.
       keep-row-origin.
           read provenance-file
               key is pv-fullkey
               invalid key
                   move spaces to pv-created
                   move 0 to pv-created-line
                   perform set-written-origin

                   if change-action is equal "ADD" then
                       move this-origin to pv-created
                   end-if

                   write provenance-record
                   invalid key
                       continue
                   end-write
               not invalid key
                   perform set-written-origin

                   if change-action is equal "ADD" then
                       move this-origin to pv-created
                   end-if

                   rewrite provenance-record
                   invalid key
                       continue
                   end-rewrite
           end-read.

           exit paragraph.

       set-written-origin.
           move this-origin to pv-written.
           move change-action to pv-written-action.

           exit paragraph.

       end program db-provenance-record.

      *****************************************

       identification division.
       program-id. db-provenance-get.

      ************************************************************
      * A ROW'S ORIGINS AS TEXT FOR THE MAINTAIN SCREEN -- "CREATED
      * BY" AND "LAST WRITTEN BY", EACH AS ONE LINE:
      *
      *     jsmith, session 8F2A... on 2026-10-14 09:12
      *     load run 20261014021500.rates.csv, rates.csv line 812
      *         on 2026-10-14 02:15
      *     job 00000000412 (rate-refresh) on ...
      *
      * found COMES BACK 0 FOR A ROW WITH NOTHING ON FILE; A ROW
      * WHOSE CREATION PREDATES THE STORE COMES BACK WITH
      * "not recorded" AS ITS CREATOR.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select provenance-file
           assign to dynamic provenance-file-name
           organization is indexed
           access mode is dynamic
           record key is pv-fullkey
           file status is provenance-stat.

       data division.

       file section.
       fd provenance-file.
       01 provenance-record.
           05 pv-fullkey.
               10 pv-table pic x(30).
               10 pv-key   pic x(50).
           05 pv-created.
               10 pv-created-stamp pic x(14).
               10 pv-created-kind  pic x(4).
               10 pv-created-id    pic x(64).
               10 pv-created-ref   pic x(64).
               10 pv-created-line  pic 9(7).
           05 pv-written.
               10 pv-written-stamp pic x(14).
               10 pv-written-kind  pic x(4).
               10 pv-written-id    pic x(64).
               10 pv-written-ref   pic x(64).
               10 pv-written-line  pic 9(7).
           05 pv-written-action pic x(6).

       working-storage section.
       01 one-origin.
           05 one-stamp pic x(14).
           05 one-kind  pic x(4).
           05 one-id    pic x(64).
           05 one-ref   pic x(64).
           05 one-line  pic 9(7).

       77 provenance-stat pic xx.
       77 provenance-file-name pic x(64).
       77 tenant-stem     pic x(16).
       77 tenant-ext      pic x(4).
       77 one-text        pic x(160).
       77 line-edit       pic z(6)9.

       linkage section.
       01 db-table     pic x(30).
       01 db-key       pic x(50).
       01 created-text pic x(160).
       01 written-text pic x(160).
       01 found        pic 9.

       procedure division using db-table, db-key, created-text,
                           written-text, found.

           set found to 0.
           move spaces to created-text.
           move spaces to written-text.

           set tenant-stem to "provenance".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference provenance-file-name.

           open input provenance-file.

           if provenance-stat is not equal "00" then
               exit program
           end-if.

           move db-table to pv-table.
           move db-key to pv-key.

           read provenance-file
               key is pv-fullkey
               invalid key
                   continue
               not invalid key
                   set found to 1

                   move pv-created to one-origin
                   perform describe-origin
                   move one-text to created-text

                   move pv-written to one-origin
                   perform describe-origin
                   move one-text to written-text
           end-read.

           close provenance-file.

           exit program.

      *    DESCRIBE-ORIGIN -- ONE ORIGIN AS A LINE OF TEXT.
       describe-origin.
           move spaces to one-text.

           if one-kind is equal spaces then
               move "not recorded" to one-text
               exit paragraph
           end-if.

           move one-line to line-edit.

           evaluate one-kind
               when "RUN"
                   string
                       "load run " delimited by size
                       function trim(one-id) delimited by size
                       ", " delimited by size
                       function trim(one-ref) delimited by size
                       " line " delimited by size
                       function trim(line-edit) delimited by size
                       into one-text
                   end-string
               when "JOB"
                   string
                       "job " delimited by size
                       function trim(one-id) delimited by size
                       " (" delimited by size
                       function trim(one-ref) delimited by size
                       ")" delimited by size
                       into one-text
                   end-string
               when "USER"
                   if one-ref is equal spaces then
                       move one-id to one-text
                   else
                       string
                           function trim(one-id) delimited by size
                           ", " delimited by size
                           function trim(one-ref) delimited by size
                           into one-text
                       end-string
                   end-if
               when other
                   string
                       "program " delimited by size
                       function trim(one-id) delimited by size
                       into one-text
                   end-string
           end-evaluate.

           string
               function trim(one-text) delimited by size
               " on " delimited by size
               one-stamp(1:4) "-" one-stamp(5:2) "-"
               one-stamp(7:2) " " one-stamp(9:2) ":"
               one-stamp(11:2) delimited by size
               into one-text
           end-string.

           exit paragraph.

       end program db-provenance-get.

      *****************************************

       identification division.
       program-id. provenance-run.

      ************************************************************
      * WHAT ONE LOAD RUN DID, AND ITS UNDOING -- WHEN A LOADER
      * POSTS A BAD FILE THE QUESTION IS ALWAYS "WHICH ROWS DID
      * THAT RUN TOUCH?", AND THE ANSWER USED TO BE A DAY OF
      * GREPPING THE AUDIT TRAIL BY TIMESTAMP. THIS BATCH READS
      * "provenance.log" FOR EVERY WRITE MADE UNDER ONE RUN'S
      * run-control ID (OR A JOB'S jobs.dat ID) AND PRINTS THEM,
      * WITH THE INPUT LINE EACH CAME FROM, TO
      * "provenance.YYYYMMDD.rpt", FILED IN THE REPORT CATALOG.
      * SETTINGS:
      *
      *     PROVENANCE_RUN    THE RUN-CONTROL ID (runcontrol.dat),
      *                       OR A JOB ID (REQUIRED)
      *     PROVENANCE_MODE   LIST     PRINT THE RUN'S WRITES
      *                       BACKOUT  PUT EVERY ROW THE RUN
      *                                TOUCHED BACK AS IT WAS
      *                                BEFORE THE RUN
      *                       (DEFAULT LIST)
      *     PROVENANCE_FORCE  "Y" BACKS OUT A ROW EVEN WHEN
      *                       SOMEONE HAS WRITTEN IT SINCE THE RUN
      *
      * A BACK-OUT RESTORES EACH ROW'S IMAGE FROM BEFORE THE RUN'S
      * FIRST WRITE TO IT (A WORK FILE KEEPS THE FIRST ONE PER
      * ROW): A ROW THE RUN ADDED IS DELETED, ANY OTHER IS
      * REWRITTEN, THROUGH THE DATA LAYER SO THE AUDIT TRAIL,
      * INDEXES AND TRIGGERS FOLLOW -- THE WAY
      * http-maintain-reverse REVERSES ONE CHANGE. A ROW LAST
      * WRITTEN BY SOMEONE ELSE SINCE THE RUN IS LEFT ALONE AND
      * REPORTED, UNLESS FORCED, AND THE RUN FINISHES 4; A
      * MISSING SETTING OR NO LOG FINISHES 8.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select provenance-log assign to dynamic log-file-name
           organization is line sequential
           file status is log-stat.

           select provenance-file
           assign to dynamic provenance-file-name
           organization is indexed
           access mode is dynamic
           record key is pv-fullkey
           file status is provenance-stat.

           select work-file assign to dynamic work-file-name
           organization is indexed
           access mode is dynamic
           record key is wk-fullkey
           file status is work-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd provenance-log.
       01 log-record.
           05 pl-stamp   pic x(14).
           05 filler     pic x(1).
           05 pl-action  pic x(6).
           05 filler     pic x(1).
           05 pl-table   pic x(30).
           05 filler     pic x(1).
           05 pl-key     pic x(50).
           05 filler     pic x(1).
           05 pl-kind    pic x(4).
           05 filler     pic x(1).
           05 pl-id      pic x(64).
           05 filler     pic x(1).
           05 pl-ref     pic x(64).
           05 filler     pic x(1).
           05 pl-line    pic 9(7).
           05 filler     pic x(1).
           05 pl-before  pic x(1024).

       fd provenance-file.
       01 provenance-record.
           05 pv-fullkey.
               10 pv-table pic x(30).
               10 pv-key   pic x(50).
           05 pv-created.
               10 pv-created-stamp pic x(14).
               10 pv-created-kind  pic x(4).
               10 pv-created-id    pic x(64).
               10 pv-created-ref   pic x(64).
               10 pv-created-line  pic 9(7).
           05 pv-written.
               10 pv-written-stamp pic x(14).
               10 pv-written-kind  pic x(4).
               10 pv-written-id    pic x(64).
               10 pv-written-ref   pic x(64).
               10 pv-written-line  pic 9(7).
           05 pv-written-action pic x(6).

       fd work-file.
       01 work-record.
           05 wk-fullkey.
               10 wk-table pic x(30).
               10 wk-key   pic x(50).
           05 wk-action pic x(6).
           05 wk-last-action pic x(6).
           05 wk-line   pic 9(7).
           05 wk-before pic x(1024).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       77 log-stat        pic xx.
       77 provenance-stat pic xx.
       77 work-stat       pic xx.
       77 report-stat     pic xx.
       77 log-eof         pic 9.
       77 work-eof        pic 9.
       77 log-file-name   pic x(64).
       77 provenance-file-name pic x(64).
       77 work-file-name  pic x(64) value "provenance.wrk".
       77 report-path     pic x(64).
       77 tenant-stem     pic x(16).
       77 tenant-ext      pic x(4).
       77 catalog-producer pic x(30) value "provenance-run".
       77 business-day    pic x(8).
       77 delete-result   pic s9(9) comp.

       77 run-wanted      pic x(64).
       77 run-mode        pic x(10).
       77 force-text      pic x(1).
       77 run-input       pic x(64).

       77 write-count     pic 9(7).
       77 row-count       pic 9(7).
       77 undone-count    pic 9(7).
       77 skipped-count   pic 9(7).
       77 failed-count    pic 9(7).
       77 count-edit      pic z(6)9.
       77 line-edit       pic z(6)9.
       77 row-changed     pic 9.
       77 post-status     pic 9.
       77 restore-image   pic x(1024).
       77 outcome-text    pic x(60).
       77 change-source   pic x(32).

       77 log-level       pic x(5).
       77 log-source      pic x(32) value "provenance-run".
       77 log-text        pic x(256).

       procedure division.

           set run-wanted to spaces.
           accept run-wanted from environment "PROVENANCE_RUN".

           if run-wanted is equal spaces then
               display "PROVENANCE_RUN IS NOT SET"
               move 8 to return-code
               goback
           end-if.

           set run-mode to spaces.
           accept run-mode from environment "PROVENANCE_MODE".
           move function upper-case(run-mode) to run-mode.

           if run-mode is equal spaces then
               set run-mode to "LIST"
           end-if.

           if run-mode is not equal "LIST"
           and run-mode is not equal "BACKOUT" then
               display "PROVENANCE_MODE MUST BE LIST OR BACKOUT"
               move 8 to return-code
               goback
           end-if.

           set force-text to spaces.
           accept force-text from environment "PROVENANCE_FORCE".
           move function upper-case(force-text) to force-text.

           set tenant-stem to "provenance".
           set tenant-ext to "log".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference log-file-name.

           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference provenance-file-name.

           open input provenance-log.

           if log-stat is not equal "00" then
               display "CANNOT READ " function trim(log-file-name)
               move 8 to return-code
               goback
           end-if.

           move function current-date(1:8) to business-day.

           set report-path to spaces.
           string
               "provenance." delimited by size
               business-day delimited by size
               ".rpt" delimited by size
               into report-path
           end-string.

           open output report-file.

           if report-stat is not equal "00" then
               close provenance-log
               display "CANNOT WRITE " function trim(report-path)
               move 8 to return-code
               goback
           end-if.

           set write-count to 0.
           set row-count to 0.
           set undone-count to 0.
           set skipped-count to 0.
           set failed-count to 0.
           set run-input to spaces.

           perform write-report-heading.

           if run-mode is equal "BACKOUT" then
               open output work-file
               close work-file
               open i-o work-file
           end-if.

           set log-eof to 0.
           perform read-one-log-line until log-eof is equal 1.

           close provenance-log.

           if run-mode is equal "BACKOUT" then
               perform back-out-rows
               close work-file
               call "CBL_DELETE_FILE"
               using function trim(work-file-name)
               returning delete-result
           end-if.

           perform write-report-summary.

           close report-file.

           call "report-catalog-add"
           using by content report-path,
           by content business-day,
           by content catalog-producer.

           set log-text to spaces.
           move write-count to count-edit.
           string
               "RUN " function trim(run-wanted) " "
               function trim(run-mode) " - "
               function trim(count-edit) " WRITE(S)"
               delimited by size
               into log-text
           end-string.

           if run-mode is equal "BACKOUT" then
               move undone-count to count-edit
               string
                   function trim(log-text) ", "
                   function trim(count-edit) " ROW(S) BACKED OUT"
                   delimited by size
                   into log-text
               end-string
           end-if.

           move "INFO" to log-level.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           display function trim(log-text)
               " - SEE " function trim(report-path).

           if run-mode is equal "BACKOUT"
           and (skipped-count is greater than 0
               or failed-count is greater than 0) then
               move 4 to return-code
           end-if.

           goback.

      *    READ-ONE-LOG-LINE -- THE RUN'S WRITES, AS THEY HAPPENED.
       read-one-log-line.
           read provenance-log
               at end
                   set log-eof to 1
                   exit paragraph
           end-read.

           if pl-id is not equal run-wanted then
               exit paragraph
           end-if.

           if pl-kind is not equal "RUN"
           and pl-kind is not equal "JOB" then
               exit paragraph
           end-if.

           add 1 to write-count.

           if run-input is equal spaces then
               move pl-ref to run-input
           end-if.

           if run-mode is equal "LIST" then
               perform print-write-line
               exit paragraph
           end-if.

      *    THE FIRST WRITE TO A ROW HOLDS ITS PRE-RUN IMAGE; A
      *    LATER ONE BY THE SAME RUN IS ALREADY ON THE WORK FILE.
           move pl-table to wk-table.
           move pl-key to wk-key.
           move pl-action to wk-action.
           move pl-action to wk-last-action.
           move pl-line to wk-line.
           move pl-before to wk-before.

           write work-record
           invalid key
               read work-file
                   key is wk-fullkey
               end-read
               move pl-action to wk-last-action
               rewrite work-record
           not invalid key
               add 1 to row-count
           end-write.

           exit paragraph.

       print-write-line.
           move pl-line to line-edit.
           move spaces to report-record.
           string
               pl-stamp(1:4) "-" pl-stamp(5:2) "-" pl-stamp(7:2)
               " " pl-stamp(9:2) ":" pl-stamp(11:2) ":"
               pl-stamp(13:2) "  " pl-action "  "
               pl-table(1:20) " " pl-key(1:30) " "
               line-edit
               delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

      *    BACK-OUT-ROWS -- EVERY ROW THE RUN TOUCHED, ONCE.
       back-out-rows.
           move "provenance-run" to change-source.

           open input provenance-file.

           move low-values to wk-fullkey.
           start work-file key is greater than wk-fullkey
               invalid key
                   close provenance-file
                   exit paragraph
           end-start.

           set work-eof to 0.
           perform back-out-one-row until work-eof is equal 1.

           close provenance-file.

           exit paragraph.

       back-out-one-row.
           read work-file next record
               at end
                   set work-eof to 1
                   exit paragraph
           end-read.

      *    A ROW THE RUN BOTH ADDED AND REMOVED IS ALREADY GONE.
           if wk-action is equal "ADD"
           and wk-last-action is equal "DELETE" then
               perform check-row-since

               if row-changed is equal 0 then
                   add 1 to undone-count
                   move "nothing to do - the run added and removed it"
                       to outcome-text
                   perform print-backout-line
                   exit paragraph
               end-if
           else
               perform check-row-since
           end-if.

           if row-changed is equal 1
           and force-text is not equal "Y" then
               add 1 to skipped-count
               perform print-backout-line
               exit paragraph
           end-if.

           set post-status to 0.

           if wk-action is equal "ADD" then
               call "db-delete"
               using by content wk-table,
               by content wk-key,
               by reference post-status,
               by content change-source

               move "removed - the run added it" to outcome-text
           else
      *        THE LOG HOLDS THE STORED (SCRAMBLED) FORM OF
      *        SENSITIVE FIELDS; db-update SCRAMBLES AGAIN.
               move wk-before to restore-image
               call "db-crypt-row"
               using by content wk-table,
               by reference restore-image,
               by content "DECRYPT"

               call "db-update"
               using by content wk-table,
               by content wk-key,
               by content restore-image,
               by reference post-status,
               by content change-source

               move "restored to its pre-run image" to outcome-text
           end-if.

           if post-status is equal 1 then
               add 1 to undone-count
           else
               add 1 to failed-count
               move "NOT BACKED OUT - refused by the data layer"
                   to outcome-text
           end-if.

           perform print-backout-line.

           exit paragraph.

      *    CHECK-ROW-SINCE -- WAS THE ROW'S LAST WRITE SOMEONE
      *    ELSE'S? A ROW GONE FROM THE STORE WAS DELETED SINCE.
       check-row-since.
           set row-changed to 0.

           move wk-table to pv-table.
           move wk-key to pv-key.

           read provenance-file
               key is pv-fullkey
               invalid key
                   if wk-last-action is not equal "DELETE" then
                       set row-changed to 1
                       move "NOT BACKED OUT - deleted since the run"
                           to outcome-text
                   end-if
               not invalid key
                   if pv-written-id is not equal run-wanted then
                       set row-changed to 1
                       move spaces to outcome-text
                       string
                           "NOT BACKED OUT - since written by "
                           function trim(pv-written-id)
                           delimited by size
                           into outcome-text
                       end-string
                   end-if
           end-read.

           exit paragraph.

       print-backout-line.
           move wk-line to line-edit.
           move spaces to report-record.
           string
               wk-table(1:20) " " wk-key(1:30) " " line-edit
               "  " outcome-text
               delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

       write-report-heading.
           move spaces to report-record.
           string
               "ROW PROVENANCE - RUN " function trim(run-wanted)
               "  (" function trim(run-mode) ")"
               delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           move all "=" to report-record(1:60).
           write report-record.

           move spaces to report-record.

           if run-mode is equal "LIST" then
               string
                   "WRITTEN              ACTION  TABLE"
                   "                KEY                 "
                   "            INPUT LINE"
                   delimited by size
                   into report-record
               end-string
           else
               string
                   "TABLE                KEY              "
                   "              INPUT LINE  OUTCOME"
                   delimited by size
                   into report-record
               end-string
           end-if.

           write report-record.

           exit paragraph.

       write-report-summary.
           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string
               "INPUT: " function trim(run-input)
               delimited by size
               into report-record
           end-string.
           write report-record.

           move write-count to count-edit.
           move spaces to report-record.
           string
               "WRITES BY THE RUN: " function trim(count-edit)
               delimited by size
               into report-record
           end-string.
           write report-record.

           if run-mode is equal "BACKOUT" then
               move row-count to count-edit
               move spaces to report-record
               string
                   "ROWS TOUCHED:      " function trim(count-edit)
                   delimited by size
                   into report-record
               end-string
               write report-record

               move undone-count to count-edit
               move spaces to report-record
               string
                   "ROWS BACKED OUT:   " function trim(count-edit)
                   delimited by size
                   into report-record
               end-string
               write report-record

               move skipped-count to count-edit
               move spaces to report-record
               string
                   "CHANGED SINCE:     " function trim(count-edit)
                   delimited by size
                   into report-record
               end-string
               write report-record

               move failed-count to count-edit
               move spaces to report-record
               string
                   "REFUSED:           " function trim(count-edit)
                   delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           exit paragraph.

       end program provenance-run.
