      * FILE STOPS THE STREAM INSTEAD OF POSTING. NO TRAILER AND
      * NO CONTROL FILE MEANS NOTHING TO BALANCE AGAINST: THE RUN
      * IS RECORDED "UNVERIFIED" AND PASSES, THE HISTORICAL
      * BEHAVIOR. THE OPTIONAL TRAILING run-id COMES BACK WITH THE
      * RECORD'S KEY, FOR A LOADER THAT HANDS ITS REJECTS ON TO
      * THE REPAIR SCREEN (run-control-repair, BELOW, KEEPS THE
      * RECORD BALANCED AS THEY ARE RESUBMITTED). A LOADER THAT
      * CALLED run-control-open AT START OF RUN GETS ITS RECORD
      * UNDER THE ID IT WAS GIVEN THEN, SO THE ROWS THE RUN WROTE
      * (lib/provenance.cbl) AND ITS PROOF SHARE ONE ID.
      ************************************************************

       environment division.
       77 log-level    pic x(5).
       77 log-source   pic x(32).
       77 log-text     pic x(256).
       01 run-control-open-id pic x(40) external.

       linkage section.
       01 input-path    pic x(256).
       01 trailer-hash  pic 9(15).
       01 trailer-seen  pic 9.
       01 balance-ok    pic 9.
       01 run-id        pic x(40).

       procedure division using input-path, records-read,
                           records-loaded, records-rejected,
                           hash-total, trailer-count,
                           trailer-hash, trailer-seen,
                           balance-ok, optional run-id.

           set balance-ok to 1.
           set have-expect to 0.
           move spaces to runctl-record.

           set rc-id to spaces.

           if run-control-open-id is not equal spaces
           and run-control-open-id is not equal low-values then
               move run-control-open-id to rc-id
               set run-control-open-id to spaces
               call "db-origin-clear"
           else
               string
                   function current-date(1:14) delimited by size
                   "." delimited by size
                   function trim(input-path) delimited by size
                   into rc-id
               end-string
           end-if.

           move input-path(1:64) to rc-input.
           move records-read to rc-read.

           close runctl-file.

           if address of run-id is not equal null then
               move rc-id to run-id
           end-if.

           exit paragraph.

       end program run-control-check.

      *****************************************

       identification division.
       program-id. run-control-open.

      ************************************************************
      * STARTS A LOAD RUN'S RUN-CONTROL ID -- THE SAME CLOCK-PLUS-
      * INPUT FORM run-control-check GIVES ITS RECORD, TAKEN AT
      * START OF RUN AND KEPT FOR IT, AND DECLARED AS THE ORIGIN
      * OF EVERY ROW WRITTEN UNTIL THEN (db-origin-set), THE
      * LOADER MOVING THE INPUT LINE ON WITH db-origin-line.
      * A LOADER RESTARTING FROM A CHECKPOINT PASSES THE ID IT
      * SAVED AS run-id AND THE RUN CARRIES ON UNDER IT; A BLANK
      * run-id IS FILLED IN WITH THE NEW ID.
      ************************************************************

       data division.
       working-storage section.
       01 run-control-open-id pic x(40) external.
       77 origin-kind pic x(4) value "RUN".
       77 origin-id   pic x(64).
       77 origin-ref  pic x(64).
       77 origin-line pic 9(7) value 0.

       linkage section.
       01 input-path pic x(256).
       01 run-id     pic x(40).

       procedure division using input-path, optional run-id.

           set run-control-open-id to spaces.

           if address of run-id is not equal null then
               move run-id to run-control-open-id
           end-if.

           if run-control-open-id is equal spaces then
               string
                   function current-date(1:14) delimited by size
                   "." delimited by size
                   function trim(input-path) delimited by size
                   into run-control-open-id
               end-string
           end-if.

           if address of run-id is not equal null then
               move run-control-open-id to run-id
           end-if.

           move run-control-open-id to origin-id.
           move input-path(1:64) to origin-ref.

           call "db-origin-set"
           using by content origin-kind,
           by content origin-id,
           by content origin-ref,
           by content origin-line.

           exit program.

       end program run-control-open.

      *****************************************

       identification division.
       program-id. run-control-drop.

      ************************************************************
      * ABANDONS AN OPENED RUN THAT ENDS WITHOUT A RUN-CONTROL
      * RECORD (A ROLLED-BACK APPLY) -- THE ID IS FORGOTTEN SO THE
      * NEXT RUN IN THE SAME PROCESS CANNOT FILE UNDER IT, AND
      * LATER WRITES NO LONGER CLAIM THE RUN AS THEIR ORIGIN.
      ************************************************************

       data division.
       working-storage section.
       01 run-control-open-id pic x(40) external.

       procedure division.

           set run-control-open-id to spaces.
           call "db-origin-clear".

           exit program.

       end program run-control-drop.

      *****************************************

       identification division.
       program-id. run-control-repair.

      ************************************************************
      * MOVES REPAIRED LINES FROM A RUN'S REJECTED TOTAL TO ITS
      * LOADED TOTAL -- THE REJECT REPAIR SCREEN CALLS THIS EACH
      * TIME A CORRECTED LINE IS RESUBMITTED THROUGH db-update, SO
      * THE RUN-CONTROL RECORD STILL READS "READ = LOADED +
      * REJECTED" AND STILL BALANCES AGAINST WHAT THE SENDER SAID
      * THEY SENT. THE VERDICT IS THE SENDER'S BALANCE AND DOES
      * NOT CHANGE. status-func 1 WHEN THE RECORD WAS FOUND AND
      * HAD THAT MANY REJECTS TO MOVE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select runctl-file assign to "runcontrol.dat"
           organization is indexed
           access mode is dynamic
           record key is rc-id
           file status is runctl-stat.

       data division.

       file section.
       fd runctl-file.
       01 runctl-record.
           05 rc-id        pic x(40).
           05 rc-input     pic x(64).
           05 rc-read      pic 9(7).
           05 rc-loaded    pic 9(7).
           05 rc-rejected  pic 9(7).
           05 rc-hash      pic 9(15).
           05 rc-expected  pic 9(7).
           05 rc-exp-hash  pic 9(15).
           05 rc-verdict   pic x(12).

       working-storage section.
       77 runctl-stat  pic xx.
       77 log-level    pic x(5).
       77 log-source   pic x(32).
       77 log-text     pic x(256).

       linkage section.
       01 run-id       pic x(40).
       01 moved-count  pic 9(7).
       01 status-func  pic 9.

       procedure division using run-id, moved-count, status-func.

           set status-func to 0.

           if run-id is equal spaces then
               exit program
           end-if.

           open i-o runctl-file.

           if runctl-stat is not equal "00" then
               exit program
           end-if.

           move run-id to rc-id.

           read runctl-file
               key is rc-id
               invalid key
                   close runctl-file
                   exit program
           end-read.

           if rc-rejected is less than moved-count then
               close runctl-file
               exit program
           end-if.

           subtract moved-count from rc-rejected.
           add moved-count to rc-loaded.

           rewrite runctl-record
               invalid key
                   close runctl-file
                   exit program
           end-rewrite.

           close runctl-file.

           set status-func to 1.

           move "INFO" to log-level.
           move "run-control" to log-source.
           set log-text to spaces.
           string
               "RUN " delimited by size
               function trim(run-id) delimited by size
               " REPAIRED " delimited by size
               moved-count delimited by size
               " NOW LOADED " delimited by size
               rc-loaded delimited by size
               " REJECTED " delimited by size
               rc-rejected delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit program.

       end program run-control-repair.
