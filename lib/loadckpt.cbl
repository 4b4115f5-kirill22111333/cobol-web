       identification division.
       program-id. load-checkpoint-begin.

      ************************************************************
      * RECORD-LEVEL CHECKPOINT AND RESTART FOR THE LOADERS
      * (csv-load, fixed-load, feed-ingest). stream-runner RERUNS
      * A FAILED STEP FROM THE TOP, WHICH IS RIGHT FOR MOST STEPS
      * BUT NOT FOR A LOADER THAT DIED THREE-QUARTERS OF THE WAY
      * THROUGH A BIG FILE. A LOADER COMMITS ITS WORK IN GROUPS OF
      * LOAD_CHECKPOINT_EVERY LINES (DEFAULT 100, 0 TURNS IT OFF
      * -- THE HISTORICAL ONE-PASS BEHAVIOR), EACH GROUP ITS OWN
      * db-tx UNIT OF WORK, AND AT EVERY GROUP BOUNDARY SAVES ITS
      * POSITION AND RUNNING TOTALS (READ, LOADED, REJECTED, HASH,
      * TRAILER), ITS RUN-CONTROL ID, ITS REJECT GENERATION AND
      * THE ID OF THE GROUP IT IS ABOUT TO START IN THE LOADER'S
      * RECORD IN THE TENANT'S "loadckpt.dat" (ONE RECORD PER
      * LOADER AND INPUT). A GROUP IS NEVER BIGGER THAN
      * db-tx-rollback CAN BACK OUT WHOLE: 200 UNDO ENTRIES, EACH
      * LINE COSTING ONE PLUS TWO PER triggers.cfg ROLLUP ON THE
      * TARGET TABLE (db-tx-row-limit) -- A GROUP BACKED OUT ONLY
      * PART WAY WOULD BE REPLAYED ON RESTART AND COUNT ITS
      * PARENTS' ROLLUPS TWICE.
      *
      * THIS PROGRAM RUNS AT START OF RUN AND SAYS HOW IT GOES
      * (checkpoint-area's ckp-mode):
      *   0 START FRESH -- NO RECORD, AN INPUT COMPLETED ON AN
      *     EARLIER BUSINESS DAY OR SINCE REPLACED, OR LOAD_FORCE=Y;
      *   1 RESUME -- THE LAST RUN OF THIS INPUT ENDED ABNORMALLY
      *     AND THE FILE IS THE SAME SIZE IT WAS: THE GROUP IT WAS
      *     PART WAY THROUGH IS ROLLED BACK AND THE SAVED TOTALS
      *     COME BACK FOR THE LOADER TO CARRY ON FROM;
      *   2 REFUSED -- THE SAME INPUT ALREADY COMPLETED NORMALLY
      *     TODAY (AN ACCIDENTAL RERUN), OR AN INTERRUPTED RUN'S
      *     INPUT HAS CHANGED UNDER IT; ckp-message SAYS WHICH.
      *     LOAD_FORCE=Y RUNS IT AGAIN FROM THE TOP.
      * A RUN THAT COMPLETED NORMALLY IS NEVER RESUMED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select ckpt-file assign to dynamic ckpt-file-name
           organization is indexed
           access mode is dynamic
           record key is ck-id
           file status is ckpt-stat.

       data division.

       file section.
       fd ckpt-file.
       01 ckpt-record.
           05 ck-id.
               10 ck-loader pic x(16).
               10 ck-input  pic x(64).
           05 ck-state  pic x(8).
           05 ck-size   pic 9(18).
           05 ck-tx-id  pic x(26).
           05 ck-stamp  pic x(14).
           05 ck-totals.
               10 ck-position      pic 9(9).
               10 ck-read          pic 9(7).
               10 ck-loaded        pic 9(7).
               10 ck-rejected      pic 9(7).
               10 ck-hash          pic 9(15).
               10 ck-trailer-count pic 9(7).
               10 ck-trailer-hash  pic 9(15).
               10 ck-trailer-seen  pic 9.
               10 ck-run-id        pic x(40).
               10 ck-reject-path   pic x(256).
               10 ck-generation    pic 9(5).
               10 ck-day           pic x(8).

       working-storage section.
       77 ckpt-stat      pic xx.
       77 ckpt-file-name pic x(64).
       77 every-text     pic x(6).
       77 force-flag     pic x(1).
       77 today          pic x(8).
       77 current-size   pic 9(18).
       77 exist-result   pic s9(9) comp.
       77 rollback-status pic 9.
       77 tx-row-limit   pic 9(3).
       77 log-level      pic x(5).
       77 log-source     pic x(32) value "load-checkpoint".
       77 log-text       pic x(256).

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

       linkage section.
       01 loader-name pic x(16).
       01 input-path  pic x(256).
       01 checkpoint-area.
           05 ckp-mode    pic 9.
           05 ckp-every   pic 9(3).
           05 ckp-message pic x(80).
           05 ckp-totals.
               10 ckp-position      pic 9(9).
               10 ckp-read          pic 9(7).
               10 ckp-loaded        pic 9(7).
               10 ckp-rejected      pic 9(7).
               10 ckp-hash          pic 9(15).
               10 ckp-trailer-count pic 9(7).
               10 ckp-trailer-hash  pic 9(15).
               10 ckp-trailer-seen  pic 9.
               10 ckp-run-id        pic x(40).
               10 ckp-reject-path   pic x(256).
               10 ckp-generation    pic 9(5).
               10 ckp-day           pic x(8).

       01 load-table  pic x(30).

       procedure division using loader-name, input-path,
                                checkpoint-area, load-table.

           set ckp-mode to 0.
           set ckp-message to spaces.
           initialize ckp-totals.

      *    THE GROUP SIZE: DEFAULT 100, 0 FOR NO CHECKPOINTS,
      *    NEVER MORE THAN THE TABLE'S ROLLBACK CEILING.
           set tx-row-limit to 0.

           call "db-tx-row-limit"
           using by content load-table,
           by reference tx-row-limit.

           set ckp-every to 100.
           set every-text to spaces.
           accept every-text from environment
               "LOAD_CHECKPOINT_EVERY".

           if every-text is not equal spaces then
               if function trim(every-text) is numeric then
                   if function numval(every-text) is greater
                       than tx-row-limit then
                       move tx-row-limit to ckp-every
                   else
                       move function numval(every-text)
                           to ckp-every
                   end-if
               end-if
           end-if.

           if ckp-every is greater than tx-row-limit then
               move tx-row-limit to ckp-every
           end-if.

           set force-flag to spaces.
           accept force-flag from environment "LOAD_FORCE".

           call "business-date"
           using by reference today.

           perform measure-input.

           call "load-checkpoint-file-name"
           using by reference ckpt-file-name.

           open input ckpt-file.

           if ckpt-stat is not equal "00" then
               exit program
           end-if.

           move loader-name to ck-loader.
           move input-path(1:64) to ck-input.

           read ckpt-file
               invalid key
                   close ckpt-file
                   exit program
           end-read.

           close ckpt-file.

           if ck-state is equal "RUNNING" then
               perform decide-interrupted-run
           else
               perform decide-completed-run
           end-if.

           exit program.

      *    MEASURE-INPUT -- THE INPUT'S SIZE IS ITS IDENTITY FOR
      *    RESTART: THE SAME NAME AT A DIFFERENT SIZE IS A
      *    DIFFERENT FILE.
       measure-input.
           set current-size to 0.

           call "CBL_CHECK_FILE_EXIST"
           using function trim(input-path),
                 file-detail
           returning exist-result.

           if exist-result is equal 0 then
               move fd-size to current-size
           end-if.

           exit paragraph.

      *    DECIDE-INTERRUPTED-RUN -- THE LAST RUN NEVER FINISHED.
      *    ITS HALF-APPLIED GROUP IS BACKED OUT AND THE RUN
      *    RESUMES, OR ON LOAD_FORCE IS FORGOTTEN; AN INPUT
      *    REPLACED SINCE WAITS FOR THE OPERATOR, GROUP AND ALL.
       decide-interrupted-run.
           if force-flag is not equal "Y"
           and ck-size is not equal current-size then
               set ckp-mode to 2
               set ckp-message to
                   "INPUT CHANGED SINCE THE INTERRUPTED RUN"
               perform log-decision
               exit paragraph
           end-if.

           if ck-tx-id is not equal spaces then
               set rollback-status to 0
               call "db-tx-rollback"
               using by reference rollback-status,
               by content ck-tx-id
           end-if.

           if force-flag is equal "Y" then
               perform forget-record
               set ckp-mode to 0
               set ckp-message to "INTERRUPTED RUN ABANDONED"
               perform log-decision
               exit paragraph
           end-if.

           move ck-totals to ckp-totals.
           set ckp-mode to 1.
           set ckp-message to "RESUMING INTERRUPTED RUN".
           perform log-decision.

           exit paragraph.

      *    DECIDE-COMPLETED-RUN -- THE SAME FILE, FINISHED TODAY,
      *    IS AN ACCIDENTAL RERUN UNLESS THE OPERATOR SAYS SO.
       decide-completed-run.
           if force-flag is equal "Y" then
               exit paragraph
           end-if.

           if ck-day is equal today
           and ck-size is equal current-size then
               set ckp-mode to 2
               set ckp-message to "INPUT ALREADY LOADED TODAY"
               perform log-decision
           end-if.

           exit paragraph.

      *    FORGET-RECORD -- A FORCED FRESH START DROPS THE
      *    INTERRUPTED RUN'S RECORD SO IT CANNOT BE RESUMED LATER.
       forget-record.
           open i-o ckpt-file.

           if ckpt-stat is not equal "00" then
               exit paragraph
           end-if.

           move loader-name to ck-loader.
           move input-path(1:64) to ck-input.

           delete ckpt-file
               invalid key
                   continue
           end-delete.

           close ckpt-file.

           exit paragraph.

      *    LOG-DECISION -- EVERY RESUME OR REFUSAL IS ON THE LOG
      *    WITH THE RUN IT CONCERNS.
       log-decision.
           move "INFO" to log-level.
           if ckp-mode is equal 2 then
               move "ERROR" to log-level
           end-if.

           set log-text to spaces.
           string
               function trim(loader-name) delimited by size
               " " delimited by size
               function trim(input-path) delimited by size
               " " delimited by size
               function trim(ckp-message) delimited by size
               " (RUN " delimited by size
               function trim(ck-run-id) delimited by size
               " AT LINE " delimited by size
               ck-position delimited by size
               ")" delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program load-checkpoint-begin.

      *****************************************

       identification division.
       program-id. load-checkpoint-save.

      ************************************************************
      * SAVES A LOADER'S CHECKPOINT AT A GROUP BOUNDARY -- CALLED
      * RIGHT AFTER THE PREVIOUS GROUP IS COMMITTED AND THE NEXT
      * ONE OPENED, SO THE RECORD NAMES THE OPEN GROUP'S db-tx ID:
      * A RESTART ROLLS THAT GROUP BACK AND RE-READS FROM THE SAVED
      * POSITION, AND THE ROWS ON FILE AND THE SAVED TOTALS AGREE.
      * THE RECORD IS WRITTEN AND CLOSED EVERY TIME SO A CRASH
      * NEVER LOSES A CHECKPOINT ALREADY TAKEN.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select ckpt-file assign to dynamic ckpt-file-name
           organization is indexed
           access mode is dynamic
           record key is ck-id
           file status is ckpt-stat.

       data division.

       file section.
       fd ckpt-file.
       01 ckpt-record.
           05 ck-id.
               10 ck-loader pic x(16).
               10 ck-input  pic x(64).
           05 ck-state  pic x(8).
           05 ck-size   pic 9(18).
           05 ck-tx-id  pic x(26).
           05 ck-stamp  pic x(14).
           05 ck-totals pic x(377).

       working-storage section.
       01 tx-active-mark pic x external.
       01 tx-run-id pic x(26) external.

       77 ckpt-stat      pic xx.
       77 ckpt-file-name pic x(64).
       77 exist-result   pic s9(9) comp.

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

       linkage section.
       01 loader-name pic x(16).
       01 input-path  pic x(256).
       01 checkpoint-area.
           05 ckp-mode    pic 9.
           05 ckp-every   pic 9(3).
           05 ckp-message pic x(80).
           05 ckp-totals  pic x(377).

       procedure division using loader-name, input-path,
                                checkpoint-area.

           call "load-checkpoint-file-name"
           using by reference ckpt-file-name.

           move spaces to ckpt-record.
           move loader-name to ck-loader.
           move input-path(1:64) to ck-input.
           set ck-state to "RUNNING".
           move function current-date(1:14) to ck-stamp.
           move ckp-totals to ck-totals.

           set ck-size to 0.
           call "CBL_CHECK_FILE_EXIST"
           using function trim(input-path),
                 file-detail
           returning exist-result.

           if exist-result is equal 0 then
               move fd-size to ck-size
           end-if.

           set ck-tx-id to spaces.
           if tx-active-mark is equal "1" then
               move tx-run-id to ck-tx-id
           end-if.

           perform store-record.

           exit program.

      *    STORE-RECORD -- WRITE, OR REWRITE THE LOADER'S RECORD
      *    FOR THIS INPUT; THE STORE IS CREATED ON FIRST USE.
       store-record.
           open i-o ckpt-file.

           if ckpt-stat is equal "35" then
               open output ckpt-file
               close ckpt-file
               open i-o ckpt-file
           end-if.

           write ckpt-record
               invalid key
                   rewrite ckpt-record
                       invalid key
                           continue
                   end-rewrite
           end-write.

           close ckpt-file.

           exit paragraph.

       end program load-checkpoint-save.

      *****************************************

       identification division.
       program-id. load-checkpoint-finish.

      ************************************************************
      * MARKS A LOADER'S RUN COMPLETE AT NORMAL END OF RUN, WITH
      * ITS FINAL TOTALS -- FROM HERE ON THE RUN CAN NEVER BE
      * RESUMED, AND load-checkpoint-begin REFUSES A RERUN OF THE
      * SAME INPUT THE SAME BUSINESS DAY UNLESS FORCED. A RUN
      * WITH CHECKPOINTS OFF THAT DID NOT RESUME ONE LEAVES NO
      * RECORD, THE HISTORICAL BEHAVIOR.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select ckpt-file assign to dynamic ckpt-file-name
           organization is indexed
           access mode is dynamic
           record key is ck-id
           file status is ckpt-stat.

       data division.

       file section.
       fd ckpt-file.
       01 ckpt-record.
           05 ck-id.
               10 ck-loader pic x(16).
               10 ck-input  pic x(64).
           05 ck-state  pic x(8).
           05 ck-size   pic 9(18).
           05 ck-tx-id  pic x(26).
           05 ck-stamp  pic x(14).
           05 ck-totals pic x(377).

       working-storage section.
       77 ckpt-stat      pic xx.
       77 ckpt-file-name pic x(64).
       77 exist-result   pic s9(9) comp.

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

       linkage section.
       01 loader-name pic x(16).
       01 input-path  pic x(256).
       01 checkpoint-area.
           05 ckp-mode    pic 9.
           05 ckp-every   pic 9(3).
           05 ckp-message pic x(80).
           05 ckp-totals  pic x(377).

       procedure division using loader-name, input-path,
                                checkpoint-area.

           if ckp-every is equal 0
           and ckp-mode is not equal 1 then
               exit program
           end-if.

           call "load-checkpoint-file-name"
           using by reference ckpt-file-name.

           move spaces to ckpt-record.
           move loader-name to ck-loader.
           move input-path(1:64) to ck-input.
           set ck-state to "COMPLETE".
           move function current-date(1:14) to ck-stamp.
           move ckp-totals to ck-totals.
           set ck-tx-id to spaces.

           set ck-size to 0.
           call "CBL_CHECK_FILE_EXIST"
           using function trim(input-path),
                 file-detail
           returning exist-result.

           if exist-result is equal 0 then
               move fd-size to ck-size
           end-if.

           open i-o ckpt-file.

           if ckpt-stat is equal "35" then
               open output ckpt-file
               close ckpt-file
               open i-o ckpt-file
           end-if.

           write ckpt-record
               invalid key
                   rewrite ckpt-record
                       invalid key
                           continue
                   end-rewrite
           end-write.

           close ckpt-file.

           exit program.

       end program load-checkpoint-finish.

      *****************************************

       identification division.
       program-id. load-checkpoint-file-name.

      ************************************************************
      * THE CHECKPOINT STORE IS THE ACTIVE TENANT'S -- THE ROWS A
      * CHECKPOINT VOUCHES FOR AND THE GROUP IT ROLLS BACK ARE.
      ************************************************************

       data division.
       working-storage section.
       77 tenant-stem pic x(16) value "loadckpt".
       77 tenant-ext  pic x(4) value "dat".

       linkage section.
       01 ckpt-file-name pic x(64).

       procedure division using ckpt-file-name.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference ckpt-file-name.

           exit program.

       end program load-checkpoint-file-name.

      *****************************************

       identification division.
       program-id. load-reject-trim.

      ************************************************************
      * PUTS A RESUMED RUN'S REJECT FILE BACK TO THE FIRST
      * keep-count LINES -- THE REJECTS THE CHECKPOINT COUNTED.
      * LINES WRITTEN BY THE GROUP THAT WAS ROLLED BACK WILL BE
      * WRITTEN AGAIN WHEN THE GROUP IS RE-READ, SO THE .rej FILE
      * COMES OUT ONE LINE PER REJECT, THE SAME AS AN UNBROKEN RUN.
      * THE LINES ARE COPIED TO "<reject-path>.trim", WHICH THEN
      * TAKES THE REJECT FILE'S PLACE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select reject-file assign to dynamic reject-path
           organization is line sequential
           file status is reject-stat.

           select trim-file assign to dynamic trim-path
           organization is line sequential
           file status is trim-stat.

       data division.

       file section.
       fd reject-file.
       01 reject-record pic x(1200).

       fd trim-file.
       01 trim-record pic x(1200).

       working-storage section.
       77 reject-stat  pic xx.
       77 trim-stat    pic xx.
       77 trim-path    pic x(256).
       77 reject-eof   pic 9.
       77 copied       pic 9(7).
       77 file-result  pic s9(9) comp.

       linkage section.
       01 reject-path pic x(256).
       01 keep-count  pic 9(7).

       procedure division using reject-path, keep-count.

           open input reject-file.

           if reject-stat is not equal "00" then
               exit program
           end-if.

           set trim-path to spaces.
           string
               function trim(reject-path) delimited by size
               ".trim" delimited by size
               into trim-path
           end-string.

           open output trim-file.

           set copied to 0.
           set reject-eof to 0.

           perform copy-one-line
               until reject-eof is equal 1
               or copied is not less than keep-count.

           close reject-file.
           close trim-file.

           call "CBL_DELETE_FILE"
           using function trim(reject-path)
           returning file-result.

           call "CBL_RENAME_FILE"
           using function trim(trim-path),
                 function trim(reject-path)
           returning file-result.

           exit program.

      *    COPY-ONE-LINE -- ONE REJECT THE CHECKPOINT COUNTED.
       copy-one-line.
           read reject-file
               at end
                   set reject-eof to 1
               not at end
                   move reject-record to trim-record
                   write trim-record
                   add 1 to copied
           end-read.

           exit paragraph.

       end program load-reject-trim.
