      * TO THE FIRST COMMA IS THE ROW KEY AND THE REMAINDER IS THE
      * ROW VALUE, PACKED BY THE PARTNER TO THE TABLE'S OWN
      * schemas.cfg LAYOUT. EACH ROW IS CHECKED THROUGH
      * db-validate-row FIRST SO THE REJECT FILE (THE DAY'S
      * GENERATION OF THE "partnerfeed" GROUP,
      * "partnerfeed.<date>.rej") CAN NAME THE FIELD THAT FAILED,
      * THEN
      * UPSERTED THROUGH db-update (JOURNAL, AUDIT, INDEXES AND
      * PARENT-KEY CHECKS ALL APPLY). THE READ/LOADED/REJECTED
      * SUMMARY GOES TO SYSOUT AND THROUGH log-message, AND THE
      * ADD INTO THE RUN'S HASH TOTAL. A FEED
      * BIGGER THAN THE HTTP CLIENT'S 4096-BYTE RESPONSE BUFFER
      * ARRIVES TRUNCATED -- THE SUMMARY CALLS THAT OUT SO THE RUN
      * FAILS LOUDLY INSTEAD OF LOADING HALF A FEED. THE LOAD
      * CHECKPOINTS THE WAY csv-load'S DOES (lib/loadckpt.cbl); A
      * RERUN AFTER AN ABNORMAL END DOES NOT FETCH AGAIN BUT
      * RESUMES FROM THE SPOOLED FILE THE INTERRUPTED RUN WAS
      * LOADING.
      ************************************************************

       environment division.
           organization is line sequential
           file status is feed-stat.

           select reject-file assign to dynamic reject-path
           organization is line sequential
           file status is reject-stat.

       77 log-level    pic x(5).
       77 log-text     pic x(256).
       77 park-run     pic 9.
       77 reject-path    pic x(128).
       77 gdg-dataset    pic x(64).
       77 gdg-ext        pic x(4).
       77 gdg-date       pic x(8).
       77 gdg-producer   pic x(30).
       77 gdg-generation pic 9(5).
       77 gdg-records    pic 9(9).
       77 gdg-status     pic 9.
       77 run-id         pic x(40).
       77 set-layout     pic x(256) value spaces.
       77 set-path       pic x(256).
       77 spool-path-name pic x(256).
       77 hash-field    pic x(30).
       77 hash-total    pic 9(15).
           05 trl-count-text pic x(10).
           05 trl-hash-text  pic x(18).

       77 loader-name   pic x(16) value "feed-ingest".
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

           set feed-url to spaces.
           end-if.

           move "feed-ingest" to load-source.
           set spool-path-name to "partnerfeed.csv".

      *    RESTART -- AN INTERRUPTED LOAD RESUMES FROM ITS LAST
      *    CHECKPOINT IN THE FEED IT HAD ALREADY SPOOLED; A FEED
      *    THAT ALREADY LOADED TODAY IS NOT FETCHED AND LOADED
      *    AGAIN UNLESS LOAD_FORCE=Y.
           call "load-checkpoint-begin"
           using by content loader-name,
           by content spool-path-name,
           by reference checkpoint-area,
           by content feed-table.

           if ckp-mode is equal 2 then
               display "LOAD REFUSED - " function trim(ckp-message)
                   ": " function trim(spool-path-name)
                   "; SET LOAD_FORCE=Y TO RUN IT AGAIN"
               move 8 to return-code
               goback
           end-if.

           set truncated to 0.

           if ckp-mode is not equal 1 then
               perform fetch-feed
           end-if.
      *    THE WHOLE RUN HOLDS THE DATA-LAYER FILES OPEN
      *    (db-batch-start) -- LOAD TIME SCALES WITH RECORDS, NOT
      *    open() COUNT.

      *    THE MASS-CHANGE BREAKER -- A FEED THAT WOULD REWRITE
      *    MORE THAN LOAD_MAX_PCT OF THE TABLE PARKS FOR AN
      *    OPERATOR RELEASE INSTEAD OF POSTING. A RESUMED RUN
      *    PASSED IT WHEN IT FIRST STARTED.
           set park-run to 0.

           if ckp-mode is not equal 1 then
               call "load-impact-check"
               using by content spool-path-name,
               by content feed-table,
               by reference park-run
           end-if.

           if park-run is equal 1 then
               call "db-batch-end"
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
           by content spool-path-name,
           by content checkpoint-area.

      *    A RUN WITH REJECTS OPENS A REJECT SET FOR THE REPAIR
      *    SCREEN AND PUTS IT ON THE CLERKS' /work INBOX.
           if gdg-status is equal 1
           and reject-count is greater than 0 then
               move reject-path to set-path
               call "reject-set-register"
               using by content gdg-producer,
               by content feed-table,
               by content set-layout,
               by content spool-path-name,
               by content set-path,
               by content run-id,
               by content reject-count,
               by content gdg-date
           end-if.

           if truncated is equal 1 then
               display "FEED MAY BE TRUNCATED AT THE 4096-BYTE"
                   " CLIENT BUFFER - RUN FAILED"

           goback.

      *    FETCH-FEED -- THE PARTNER'S FEED, PULLED AND SPOOLED TO
      *    partnerfeed.csv; A FAILED FETCH ENDS THE RUN.
       fetch-feed.
           set get-status to 0.

           call "http-get"
           using by content feed-url,
           by reference http-response,
           by reference get-status.

           if get-status is equal 0
           or status-code is not equal 200 then
               display "FEED FETCH FAILED, STATUS " status-code
               move "ERROR" to log-level
               set log-text to spaces
               string
                   "FEED FETCH FAILED FROM "
                   function trim(feed-url(1:128))
                   into log-text
               end-string
               call "log-message"
               using by content log-level,
               by content load-source,
               by content log-text
               move 8 to return-code
               goback
           end-if.

           if response-body-size is greater than or equal 4096 then
               set truncated to 1
           end-if.

           perform spool-feed-file.

           exit paragraph.

      *    SPOOL-FEED-FILE -- THE RAW BODY, SPLIT ON ITS LINE
      *    BREAKS, INTO partnerfeed.csv.
       spool-feed-file.
           set trailer-hash to 0.
           set trailer-seen to 0.

           if ckp-mode is equal 1 then
               perform restore-checkpoint-totals
           end-if.

           open input feed-file.

           if feed-stat is not equal "00" then
               close feed-file
               exit paragraph
           end-if.

           if ckp-mode is equal 1 then
               perform reopen-reject-generation
           else
               perform new-reject-generation
               open output reject-file
           end-if.

      *    EVERY ROW THE RUN WRITES CARRIES ITS RUN-CONTROL ID
      *    AND FEED LINE (lib/provenance.cbl); A RESUMED RUN
      *    CARRIES ON UNDER THE ID IT STARTED WITH.
           call "run-control-open"
           using by content spool-path-name,
           by reference ckp-run-id.

           set feed-eof to 0.
           set line-count to 0.

           perform skip-one-line
               until line-count is not less than ckp-position
               or feed-eof is equal 1.

           perform open-checkpoint-group.

           perform until feed-eof is equal 1
               read feed-file
                   at end
                       set feed-eof to 1
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

           close feed-file.
           close reject-file.

           if gdg-status is equal 1 then
               move reject-count to gdg-records
               call "gdg-catalog-generation"
               using by content gdg-dataset,
               by content gdg-generation,
               by content gdg-records,
               by reference gdg-status
           end-if.

           exit paragraph.

      *    NEW-REJECT-GENERATION -- THE CATALOG NAMES THE DAY'S
      *    REJECT FILE.
       new-reject-generation.
           set gdg-dataset to "partnerfeed".
           set gdg-ext to "rej".
           set gdg-producer to "feed-ingest".

           call "business-date"
           using by reference gdg-date.

           call "gdg-new-generation"
           using by content gdg-dataset,
           by content gdg-ext,
           by content gdg-date,
           by content gdg-producer,
           by reference reject-path,
           by reference gdg-generation,
           by reference gdg-status.

           exit paragraph.

      *    LOAD-ONE-LINE -- KEY UP TO THE FIRST COMMA, VALUE AFTER
           using by content feed-table,
           by content row-value,
           by reference row-valid,
           by reference bad-field,
           by content row-key.

           if row-valid is equal 0 then
               set reject-reason to spaces

           exit paragraph.

      *    REOPEN-REJECT-GENERATION -- A RESUMED RUN KEEPS THE
      *    GENERATION IT STARTED, CUT BACK TO THE REJECTS ITS
      *    CHECKPOINT COUNTED AND ADDED TO FROM THERE.
       reopen-reject-generation.
           set gdg-dataset to "partnerfeed".
           set gdg-ext to "rej".
           set gdg-producer to "feed-ingest".
           move ckp-day to gdg-date.
           move ckp-generation to gdg-generation.
           move ckp-reject-path to reject-path.

           set gdg-status to 0.
           if gdg-generation is greater than 0 then
               set gdg-status to 1
           end-if.

           call "load-reject-trim"
           using by content ckp-reject-path,
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
           read feed-file
               at end
                   set feed-eof to 1
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
           by content spool-path-name,
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

       end program feed-ingest.
