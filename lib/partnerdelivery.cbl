      * SWEEP THAT SURFACES WHATEVER IS STILL UNACKNOWLEDGED, THE
      * SAME WAY webhook-deadletters SURFACES STUCK DELIVERIES.
      * THE DELIVERY DATE IS THE BUSINESS DATE.
      *
      * A <table> OF "@<stem>" DELIVERS A FILE SET INSTEAD OF A
      * TABLE -- THE FILES THE DAY'S CONTROL FILE
      * "<stem>.<date>.ctl" LISTS ON ITS "FILE <name> <rows>"
      * LINES (warehouse-extract WRITES ONE), EACH LINE POSTED AS
      * A PART WITH AN X-File HEADER NAMING ITS FILE, THE CONTROL
      * FILE ITSELF LAST, THEN THE SAME CLOSING "EOF" POST. PART
      * NUMBERS RUN ACROSS THE WHOLE SET. NO CONTROL FILE FOR THE
      * DAY, OR A LISTED FILE MISSING, IS A FAILED ATTEMPT.
      ************************************************************

       environment division.
           organization is line sequential
           file status is spool-stat.

           select set-control assign to dynamic set-control-path
           organization is line sequential
           file status is set-control-stat.

           select set-file assign to dynamic set-file-path
           organization is line sequential
           file status is set-file-stat.

       data division.

       file section.
       fd spool-file.
       01 spool-record pic x(1000).

       fd set-control.
       01 set-control-record pic x(256).

       fd set-file.
       01 set-file-record pic x(2048).

       working-storage section.
       77 config-stat pic xx.
       77 ledger-stat pic xx.
       77 spool-stat  pic xx.
       77 set-control-stat pic xx.
       77 set-file-stat    pic xx.
       77 config-eof  pic 9.
       77 set-eof     pic 9.
       77 spool-path  pic x(64).
       77 run-date    pic x(8).
       77 gdg-dataset    pic x(64).
       77 gdg-ext        pic x(4).
       77 gdg-producer   pic x(30).
       77 gdg-path       pic x(128).
       77 gdg-generation pic 9(5).
       77 gdg-records    pic 9(9).
       77 gdg-status     pic 9.

       01 config-fields.
           05 cfg-name  pic x(30).
           05 extract-line occurs 500 times pic x(1000).
           05 extract-line-size pic 9(3).
       77 extract-bytes pic 9(9).
       77 delivered-records pic 9(7).
       77 part-number   pic 9(7).

       77 set-control-path pic x(64).
       77 set-file-path    pic x(64).
       77 current-file     pic x(64).
       77 set-word         pic x(8).
       77 set-name         pic x(64).
       01 set-files.
           05 set-file-entry occurs 20 times pic x(64).
           05 set-files-size pic 9(2).
       77 f                pic 9(2).
       77 line-length   pic 9(4).

       77 blank-key    pic x(50).
       77 post-status   pic 9.
       77 post-body     pic x(1024).
       77 post-length   pic 9(4).
       77 part-edit     pic z(6)9.
       77 send-failed   pic 9.
       77 ack-hits      pic 9(3).
       77 final-state   pic x(8).
               exit paragraph
           end-if.

           if cfg-table(1:1) is equal "@" then
               perform transmit-file-set
               perform settle-ledger
               exit paragraph
           end-if.

           perform build-extract.

           perform spool-extract.

           exit paragraph.

      *    SPOOL-EXTRACT -- THE LOCAL COPY OF WHAT WENT OUT, A
      *    GENERATION OF THE "delivery.<name>" GROUP.
       spool-extract.
           set gdg-dataset to spaces.
           string
               "delivery." delimited by size
               function trim(cfg-name) delimited by size
               into gdg-dataset
           end-string.

           set gdg-ext to "csv".
           set gdg-producer to "partner-delivery".

           call "gdg-new-generation"
           using by content gdg-dataset,
           by content gdg-ext,
           by content run-date,
           by content gdg-producer,
           by reference gdg-path,
           by reference gdg-generation,
           by reference gdg-status.

           move gdg-path to spool-path.

           open output spool-file.

           perform varying x from 1 by 1

           close spool-file.

           if gdg-status is equal 1 then
               set gdg-records to 0
               call "gdg-catalog-generation"
               using by content gdg-dataset,
               by content gdg-generation,
               by content gdg-records,
               by reference gdg-status
           end-if.

           exit paragraph.

      *    TRANSMIT-EXTRACT -- ONE POST PER LINE PLUS THE CLOSING
       transmit-extract.
           set send-failed to 0.
           set final-state to "SENT".
           set current-file to spaces.

           perform varying x from 1 by 1
           until x is greater than extract-line-size
               perform post-one-part
           end-perform.

           move extract-line-size to delivered-records.

           if send-failed is equal 1 then
               set final-state to "FAILED"
               exit paragraph
           end-if.

           compute part-number = extract-line-size + 1.
           perform send-closing-post.

           exit paragraph.

      *    SEND-CLOSING-POST -- COUNT AND BYTES FOR THE PARTNER'S
      *    OWN BALANCE, "ACK" EXPECTED BACK.
       send-closing-post.
           set post-body to spaces.
           string
               "EOF " delimited by size
               delivered-records delimited by size
               " " delimited by size
               extract-bytes delimited by size
               into post-body
           set post-length to
               function length(function trim(post-body)).

           set current-file to spaces.
           perform build-part-headers.

           set post-status to 0.
               exit paragraph
           end-if.

           move x to part-number.
           perform send-part-post.

           exit paragraph.

      *    SEND-PART-POST -- post-body AS PART part-number.
       send-part-post.
           perform build-part-headers.

           set post-status to 0.

           exit paragraph.

      *    TRANSMIT-FILE-SET -- AN "@<stem>" DELIVERY: EVERY FILE
      *    THE DAY'S CONTROL FILE LISTS, THEN THE CONTROL FILE,
      *    THEN THE CLOSING POST.
       transmit-file-set.
           set send-failed to 0.
           set final-state to "SENT".
           set delivered-records to 0.
           set extract-bytes to 0.
           set part-number to 0.

           perform read-set-control.

           if set-files-size is equal 0 then
               set final-state to "FAILED"
               display "NO FILE SET " function trim(set-control-path)
               exit paragraph
           end-if.

           perform send-one-set-file
               varying f from 1 by 1
               until f is greater than set-files-size
               or send-failed is equal 1.

           if send-failed is equal 0 then
               move set-control-path to set-file-path
               perform send-set-file-lines
           end-if.

           if send-failed is equal 1 then
               set final-state to "FAILED"
               exit paragraph
           end-if.

           add 1 to part-number.
           perform send-closing-post.

           exit paragraph.

      *    READ-SET-CONTROL -- THE "FILE" LINES OF
      *    "<stem>.<date>.ctl", AT MOST TWENTY.
       read-set-control.
           set set-files-size to 0.
           set set-control-path to spaces.
           string
               function trim(cfg-table(2:)) delimited by size
               "." delimited by size
               run-date delimited by size
               ".ctl" delimited by size
               into set-control-path
           end-string.

           open input set-control.

           if set-control-stat is not equal "00" then
               exit paragraph
           end-if.

           set set-eof to 0.
           perform read-one-control-line until set-eof is equal 1.

           close set-control.

           exit paragraph.

       read-one-control-line.
           read set-control
               at end
                   set set-eof to 1
                   exit paragraph
           end-read.

           set set-word to spaces.
           set set-name to spaces.
           unstring set-control-record delimited by all X"20"
               into set-word, set-name
           end-unstring.

           if set-word is equal "FILE"
           and set-name is not equal spaces
           and set-files-size is less than 20 then
               add 1 to set-files-size
               move set-name to set-file-entry(set-files-size)
           end-if.

           exit paragraph.

       send-one-set-file.
           move set-file-entry(f) to set-file-path.
           perform send-set-file-lines.

           exit paragraph.

      *    SEND-SET-FILE-LINES -- EVERY LINE OF set-file-path AS A
      *    PART; A FILE THAT WILL NOT OPEN FAILS THE ATTEMPT.
       send-set-file-lines.
           move set-file-path to current-file.

           open input set-file.

           if set-file-stat is not equal "00" then
               display "CANNOT READ " function trim(set-file-path)
               set send-failed to 1
               exit paragraph
           end-if.

           set set-eof to 0.
           perform send-one-set-line
               until set-eof is equal 1
               or send-failed is equal 1.

           close set-file.

           exit paragraph.

       send-one-set-line.
           read set-file
               at end
                   set set-eof to 1
                   exit paragraph
           end-read.

           set post-body to spaces.
           move set-file-record to post-body.

           set post-length to
               function length(function trim(post-body)).

           if post-length is equal 0 then
               exit paragraph
           end-if.

           add 1 to part-number.
           add 1 to delivered-records.
           add post-length to extract-bytes.
           perform send-part-post.

           exit paragraph.

      *    BUILD-PART-HEADERS -- X-Delivery NAMES THE RUN,
      *    X-Part ORDERS THE PIECES, X-File (FILE SETS ONLY) SAYS
      *    WHICH FILE THE PIECE BELONGS TO.
       build-part-headers.
           initialize extra-headers.
           set extra-headers-size to 2.
               into extra-header(1)
           end-string.

           move part-number to part-edit.
           set extra-header(2) to spaces.
           string
               "X-Part: " delimited by size
               into extra-header(2)
           end-string.

           if current-file is not equal spaces then
               set extra-headers-size to 3
               set extra-header(3) to spaces
               string
                   "X-File: " delimited by size
                   function trim(current-file) delimited by size
                   into extra-header(3)
               end-string
           end-if.

           exit paragraph.

      *    SETTLE-LEDGER -- THE ATTEMPT ON RECORD: STATE, TRIES,
                   move run-date to dv-date
                   move final-state to dv-state
                   move 1 to dv-tries
                   move delivered-records to dv-records
                   move extract-bytes to dv-bytes
                   move delivery-stamp to dv-stamp
                   write ledger-record
               not invalid key
                   move final-state to dv-state
                   add 1 to dv-tries
                   move delivered-records to dv-records
                   move extract-bytes to dv-bytes
                   move delivery-stamp to dv-stamp
                   rewrite ledger-record
               " " delimited by size
               function trim(final-state) delimited by size
               " RECORDS " delimited by size
               delivered-records delimited by size
               " BYTES " delimited by size
               extract-bytes delimited by size
               into log-text
           by content log-source,
           by content log-text.

           move delivered-records to count-edit.
           display "DELIVERY " function trim(cfg-name)
               " " function trim(final-state)
               " (" function trim(count-edit) " RECORDS)".
