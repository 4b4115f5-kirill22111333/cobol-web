      * DECLARATION ORDER, EACH CHECKED AGAINST ITS validate-field
      * RULE FIRST. A TABLE WITH NO SCHEMA TAKES EVERYTHING AFTER
      * THE FIRST COMMA AS THE RAW rec-value. LINES THAT FAIL LAND
      * IN THE EXCEPTIONS FILE ("<input>.<date>.rej") WITH A REASON, AND
      * A READ/LOADED/REJECTED SUMMARY IS DISPLAYED AND LOGGED.
      * SETTINGS COME FROM CSV_FILE AND CSV_TABLE, THE SAME
      * ACCEPT-FROM-ENVIRONMENT CONVENTION AS define_http's
      * HTTP_ADDRESS. THE RUN CHECKPOINTS EVERY
      * LOAD_CHECKPOINT_EVERY LINES AND A RERUN AFTER AN ABNORMAL
      * END RESUMES FROM THE LAST ONE (lib/loadckpt.cbl).
      ************************************************************

       environment division.
       77 release-stat pic xx.
       77 csv-path     pic x(256).
       77 reject-path  pic x(256).
       77 gdg-dataset    pic x(64).
       77 gdg-ext        pic x(4).
       77 gdg-date       pic x(8).
       77 gdg-producer   pic x(30).
       77 gdg-path       pic x(128).
       77 gdg-generation pic 9(5).
       77 gdg-records    pic 9(9).
       77 gdg-status     pic 9.
       77 run-id         pic x(40).
       77 set-layout     pic x(256) value spaces.
       77 load-table   pic x(30).
       77 csv-eof      pic 9.
       77 config-eof   pic 9.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).

       77 loader-name   pic x(16) value "csv-load".
       77 line-count    pic 9(9) value 0.
       77 group-count   pic 9(3) value 0.
       77 tx-status     pic 9.
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

       procedure division.

           set csv-path to spaces.
               goback
           end-if.

           perform load-schema.

      *    RESTART -- AN INTERRUPTED RUN OF THIS FILE RESUMES FROM
      *    ITS LAST CHECKPOINT; ONE THAT ALREADY COMPLETED TODAY
      *    IS NOT RUN AGAIN UNLESS LOAD_FORCE=Y.
           call "load-checkpoint-begin"
           using by content loader-name,
           by content csv-path,
           by reference checkpoint-area,
           by content load-table.

           if ckp-mode is equal 2 then
               display "LOAD REFUSED - " function trim(ckp-message)
                   ": " function trim(csv-path)
                   "; SET LOAD_FORCE=Y TO RUN IT AGAIN"
               move 8 to return-code
               goback
           end-if.

      *    THE WHOLE RUN HOLDS THE DATA-LAYER FILES OPEN
      *    (db-batch-start) -- LOAD TIME SCALES WITH RECORDS, NOT
      *    open() COUNT.
      *    ("<input>.release", CONSUMED ON USE) INSTEAD OF
      *    POSTING.
           set load-source to "csv-load".
           set park-run to 0.

      *    A RESUMED RUN PASSED THE BREAKER WHEN IT FIRST STARTED.
           if ckp-mode is not equal 1 then
               perform assess-load-impact
           end-if.

           if park-run is equal 1 then
               call "db-batch-end"
           set trailer-hash to 0.
           set trailer-seen to 0.

           if ckp-mode is equal 1 then
               perform restore-checkpoint-totals
           end-if.

           open input csv-file.

           if csv-stat is not equal "00" then
               goback
           end-if.

           if ckp-mode is equal 1 then
               perform reopen-reject-generation
           else
               perform new-reject-generation
               open output reject-file
           end-if.

      *    EVERY ROW THE RUN WRITES CARRIES ITS RUN-CONTROL ID
      *    AND INPUT LINE (lib/provenance.cbl); A RESUMED RUN
      *    CARRIES ON UNDER THE ID IT STARTED WITH.
           call "run-control-open"
           using by content csv-path,
           by reference ckp-run-id.

           set csv-eof to 0.
           set line-count to 0.

           perform skip-one-line
               until line-count is not less than ckp-position
               or csv-eof is equal 1.

           perform open-checkpoint-group.

           perform until csv-eof is equal 1
               read csv-file
                   at end
                       set csv-eof to 1
                   not at end
                       add 1 to line-count
                       add 1 to read-count
                       call "db-origin-line"
                       using by content read-count
                       perform load-one-line
                       perform count-checkpoint-line
               end-read
           end-perform.

           perform close-checkpoint-group.

           close csv-file.
           close reject-file.

           if gdg-status is equal 1 then
               move reject-count to gdg-records
               call "gdg-catalog-generation"
               using by content gdg-dataset,
               by content gdg-generation,
               by content gdg-records,
               by reference gdg-status
           end-if.

           call "db-batch-end".

           perform report-summary.
           by content trailer-count,
           by content trailer-hash,
           by content trailer-seen,
           by reference balance-ok,
           by reference run-id.

           if balance-ok is equal 0 then
               display "RUN OUT OF BALANCE WITH SENDER CONTROL"
               move 8 to return-code
           end-if.

      *    THE RUN FINISHED -- IT CAN NO LONGER BE RESUMED.
           perform save-checkpoint-totals.

           call "load-checkpoint-finish"
           using by content loader-name,
           by content csv-path,
           by content checkpoint-area.

      *    A RUN WITH REJECTS OPENS A REJECT SET FOR THE REPAIR
      *    SCREEN AND PUTS IT ON THE CLERKS' /work INBOX.
           if gdg-status is equal 1
           and reject-count is greater than 0 then
               call "reject-set-register"
               using by content gdg-producer,
               by content load-table,
               by content set-layout,
               by content csv-path,
               by content reject-path,
               by content run-id,
               by content reject-count,
               by content gdg-date
           end-if.

           goback.

      *    ASSESS-LOAD-IMPACT -- THE BREAKER'S PRE-PASS: OFF

      *    BUILD-SCHEMA-VALUE -- COLUMN N+1 LANDS AT DECLARED
      *    FIELD N'S OFFSET, CHECKED AGAINST ITS RULE FIRST. THE
      *    FIRST FAILURE NAMES THE FIELD IN THE REJECT REASON. A
      *    CODE-LIST FIELD IS LEFT TO db-validate-row, WHICH
      *    db-update RUNS AGAINST THE CODE TABLE.
       build-schema-value.
           set row-value to spaces.
           set reject-reason to spaces.
               set field-value to csv-column(f + 1)

               if field-rule(f) is not equal "NONE"
               and field-rule(f) is not equal "CODE"
               and field-rule(f) is not equal spaces then
                   call "validate-field"
                   using by content field-value,

           exit paragraph.

      *    NEW-REJECT-GENERATION -- THE EXCEPTIONS FILE IS A
      *    GENERATION OF THE INPUT'S OWN GROUP,
      *    "<input>.<YYYYMMDD>.rej", SO EACH DAY'S REJECTS SURVIVE
      *    THE NEXT DAY'S RUN AND ROLL OFF BY THE GROUP'S LIMIT.
       new-reject-generation.
           move csv-path to gdg-dataset.
           set gdg-ext to "rej".
           set gdg-producer to "csv-load".

           call "business-date"
           using by reference gdg-date.

           call "gdg-new-generation"
           using by content gdg-dataset,
           by content gdg-ext,
           by content gdg-date,
           by content gdg-producer,
           by reference gdg-path,
           by reference gdg-generation,
           by reference gdg-status.

           move gdg-path to reject-path.

           exit paragraph.

      *    REOPEN-REJECT-GENERATION -- A RESUMED RUN KEEPS THE
      *    GENERATION IT STARTED, CUT BACK TO THE REJECTS ITS
      *    CHECKPOINT COUNTED AND ADDED TO FROM THERE.
       reopen-reject-generation.
           move csv-path to gdg-dataset.
           set gdg-ext to "rej".
           set gdg-producer to "csv-load".
           move ckp-day to gdg-date.
           move ckp-generation to gdg-generation.
           move ckp-reject-path to reject-path.

           set gdg-status to 0.
           if gdg-generation is greater than 0 then
               set gdg-status to 1
           end-if.

           call "load-reject-trim"
           using by content reject-path,
           by content reject-count.

           open extend reject-file.

           if reject-stat is equal "35" then
               open output reject-file
           end-if.

           exit paragraph.

      *    RESTORE-CHECKPOINT-TOTALS -- THE RUNNING TOTALS AS THEY
      *    STOOD AT THE CHECKPOINT A RESUMED RUN CARRIES ON FROM.
       restore-checkpoint-totals.
           move ckp-read to read-count.
           move ckp-loaded to loaded-count.
           move ckp-rejected to reject-count.
           move ckp-hash to hash-total.
           move ckp-trailer-count to trailer-count.
           move ckp-trailer-hash to trailer-hash.
           move ckp-trailer-seen to trailer-seen.

           exit paragraph.

      *    SAVE-CHECKPOINT-TOTALS -- THE RUN'S POSITION AND TOTALS
      *    INTO THE CHECKPOINT AREA.
       save-checkpoint-totals.
           move line-count to ckp-position.
           move read-count to ckp-read.
           move loaded-count to ckp-loaded.
           move reject-count to ckp-rejected.
           move hash-total to ckp-hash.
           move trailer-count to ckp-trailer-count.
           move trailer-hash to ckp-trailer-hash.
           move trailer-seen to ckp-trailer-seen.
           move reject-path to ckp-reject-path.
           move gdg-generation to ckp-generation.
           move gdg-date to ckp-day.

           exit paragraph.

      *    SKIP-ONE-LINE -- A RESUMED RUN PASSES OVER THE LINES
      *    ITS CHECKPOINT ALREADY ACCOUNTS FOR.
       skip-one-line.
           read csv-file
               at end
                   set csv-eof to 1
               not at end
                   add 1 to line-count
           end-read.

           exit paragraph.

      *    OPEN-CHECKPOINT-GROUP -- THE NEXT GROUP OF LINES IS ONE
      *    UNIT OF WORK, AND THE CHECKPOINT NAMES IT SO A RESTART
      *    CAN BACK IT OUT.
       open-checkpoint-group.
           set group-count to 0.

           if ckp-every is equal 0 then
               exit paragraph
           end-if.

           call "db-tx-begin"
           using by reference tx-status.

           perform save-checkpoint-totals.

           call "load-checkpoint-save"
           using by content loader-name,
           by content csv-path,
           by content checkpoint-area.

           exit paragraph.

      *    COUNT-CHECKPOINT-LINE -- AT EACH GROUP BOUNDARY THE
      *    ROWS AND REJECTS ARE FLUSHED AND COMMITTED BEFORE THE
      *    CHECKPOINT MOVES ON.
       count-checkpoint-line.
           if ckp-every is equal 0 then
               exit paragraph
           end-if.

           add 1 to group-count.

           if group-count is less than ckp-every then
               exit paragraph
           end-if.

           perform close-checkpoint-group.

           close reject-file.
           open extend reject-file.

           call "db-batch-start".

           perform open-checkpoint-group.

           exit paragraph.

      *    CLOSE-CHECKPOINT-GROUP -- THE HELD DATA FILES ARE
      *    FLUSHED (db-batch-end) AND THE GROUP COMMITTED.
       close-checkpoint-group.
           if ckp-every is equal 0 then
               exit paragraph
           end-if.

           call "db-batch-end".

           call "db-tx-commit"
           using by reference tx-status.

           exit paragraph.

       end program csv-load.

      *****************************************
