       identification division.
       program-id. fx-rate-lookup.

      ************************************************************
      * THE EXCHANGE RATE IN FORCE FOR ONE CURRENCY ON ONE DATE.
      * RATES ARE ROWS OF THE database.dat TABLE "fxrate" -- SO
      * THEY ARE KEYED AND CORRECTED ON THE /maintain SCREENS LIKE
      * ANY OTHER TABLE, AND fx-rate-load (BELOW) POSTS THE BANK'S
      * DAILY FILE THROUGH THE SAME db-update PATH. ONE ROW PER
      * CURRENCY PER DATE THE RATE CHANGED:
      *
      *   KEY   <currency(3)><effective YYYYMMDD>   e.g. EUR20261015
      *   VALUE  1- 3 currency    4-11 effective date
      *         12-27 rate (UNITS OF THE BASE CURRENCY FOR ONE
      *               UNIT OF THIS ONE, e.g. "1.085000")
      *         28-59 where the rate came from
      *
      * WITH schemas.cfg DECLARATIONS TO MATCH, e.g.
      *
      *   fxrate currency  1  3 CODE currency
      *   fxrate effective 4  8 NUMERIC
      *   fxrate rate     12 16 NONEMPTY
      *   fxrate source   28 32 NONE
      *
      * THE RATE IN FORCE ON A DATE IS THE CURRENCY'S ROW WITH THE
      * LATEST EFFECTIVE DATE NOT AFTER IT. THE BASE CURRENCY
      * (FX_BASE_CURRENCY, DEFAULT USD) IS ALWAYS 1. rate-status
      * COMES BACK 1 WITH A RATE, 0 WHEN NONE IS ON FILE FOR THAT
      * DATE. ANSWERS ARE KEPT FOR THE LIFE OF THE RUN UNIT -- A
      * 100,000-ROW AGGREGATE ASKS THE SAME FEW QUESTIONS OVER AND
      * OVER; A CALLER THAT MUST SEE A RATE POSTED MID-RUN CANCELS
      * THIS PROGRAM FIRST.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select database-file assign to dynamic database-file-name
           organization is indexed
           access mode is dynamic
           record key is db-fullkey
           file status is database-stat.

       data division.

       file section.
       fd database-file.
       01 database-record.
           05 db-fullkey.
               10 rec-table pic x(30).
               10 rec-key   pic x(50).
           05 rec-value pic x(1024).

       working-storage section.
       77 database-stat pic xx.
       77 database-file-name pic x(64).
       77 tenant-stem   pic x(16) value "database".
       77 tenant-ext    pic x(4) value "dat".
       77 base-currency pic x(3).
       77 base-loaded   pic 9 value 0.
       77 rate-table    pic x(30) value "fxrate".
       77 rate-text     pic x(16).
       77 found-rate    pic 9(7)v9(8).
       77 found-status  pic 9.
       77 m             pic 9(3).
       77 hit-slot      pic 9(3).

       01 rate-cache.
           05 cached-rate occurs 64 times.
               10 cache-currency pic x(3).
               10 cache-date     pic x(8).
               10 cache-rate     pic 9(7)v9(8).
               10 cache-status   pic 9.
           05 rate-cache-size pic 9(3) value 0.

       01 search-key.
           05 search-table    pic x(30).
           05 search-currency pic x(3).
           05 search-date     pic x(8).
           05 filler          pic x(39) value spaces.

       linkage section.
       01 currency-code pic x(3).
       01 as-of-date    pic x(8).
       01 rate-value    pic 9(7)v9(8).
       01 rate-status   pic 9.

       procedure division using currency-code, as-of-date,
                           rate-value, rate-status.

           set rate-value to 0.
           set rate-status to 0.

           if base-loaded is equal 0 then
               set base-currency to spaces
               accept base-currency from environment
                   "FX_BASE_CURRENCY"
               if base-currency is equal spaces then
                   set base-currency to "USD"
               end-if
               set base-loaded to 1
           end-if.

           if currency-code is equal spaces then
               exit program
           end-if.

           if currency-code is equal base-currency then
               set rate-value to 1
               set rate-status to 1
               exit program
           end-if.

           set hit-slot to 0.

           perform match-cached-rate
               varying m from 1 by 1
               until m is greater than rate-cache-size
               or hit-slot is greater than 0.

           if hit-slot is greater than 0 then
               move cache-rate(hit-slot) to rate-value
               move cache-status(hit-slot) to rate-status
               exit program
           end-if.

           perform read-rate-in-force.

           if rate-cache-size is equal 64 then
               set rate-cache-size to 0
           end-if.

           add 1 to rate-cache-size.
           move currency-code to cache-currency(rate-cache-size).
           move as-of-date to cache-date(rate-cache-size).
           move found-rate to cache-rate(rate-cache-size).
           move found-status to cache-status(rate-cache-size).

           move found-rate to rate-value.
           move found-status to rate-status.

           exit program.

      *    MATCH-CACHED-RATE -- AN ANSWER ALREADY GIVEN THIS RUN.
       match-cached-rate.
           if cache-currency(m) is equal currency-code
           and cache-date(m) is equal as-of-date then
               move m to hit-slot
           end-if.

           exit paragraph.

      *    READ-RATE-IN-FORCE -- POSITIONS AT THE LAST fxrate KEY
      *    NOT AFTER <currency><date> AND TAKES IT IF IT IS STILL
      *    THIS CURRENCY'S ROW.
       read-rate-in-force.
           set found-rate to 0.
           set found-status to 0.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference database-file-name.

           open input database-file.

           if database-stat is not equal "00" then
               exit paragraph
           end-if.

           move rate-table to search-table.
           move currency-code to search-currency.
           move as-of-date to search-date.
           move search-key to db-fullkey.

           start database-file key is less than or equal db-fullkey
               invalid key
                   close database-file
                   exit paragraph
           end-start.

           read database-file next record
               at end
                   close database-file
                   exit paragraph
           end-read.

           close database-file.

           if rec-table is not equal rate-table
           or rec-key(1:3) is not equal currency-code then
               exit paragraph
           end-if.

           move rec-value(12:16) to rate-text.

           if rate-text is equal spaces then
               exit paragraph
           end-if.

           compute found-rate =
               function numval(function trim(rate-text)).

           if found-rate is greater than 0 then
               set found-status to 1
           end-if.

           exit paragraph.

       end program fx-rate-lookup.

      *****************************************

       identification division.
       program-id. fx-convert.

      ************************************************************
      * ONE AMOUNT FROM ITS OWN CURRENCY INTO ANOTHER AT THE RATES
      * IN FORCE ON A DATE (fx-rate-lookup, BOTH SIDES THROUGH THE
      * BASE CURRENCY). A BLANK to-currency MEANS THE REPORTING
      * CURRENCY -- REPORT_CURRENCY, FALLING BACK TO THE BASE -- AND
      * COMES BACK FILLED IN. A BLANK from-currency IS TAKEN AS
      * ALREADY IN THE TARGET CURRENCY (A ROW KEYED BEFORE ITS
      * TABLE HAD A CURRENCY FIELD). convert-status 0 MEANS NO RATE
      * FOR ONE SIDE ON THAT DATE; converted IS THEN ZERO AND THE
      * CALLER SHOULD SAY SO RATHER THAN ADD IT IN.
      ************************************************************

       data division.

       working-storage section.
       77 base-currency pic x(3).
       77 from-rate     pic 9(7)v9(8).
       77 to-rate       pic 9(7)v9(8).
       77 from-status   pic 9.
       77 to-status     pic 9.

       linkage section.
       01 amount        pic s9(13)v9(4).
       01 from-currency pic x(3).
       01 as-of-date    pic x(8).
       01 to-currency   pic x(3).
       01 converted     pic s9(13)v9(4).
       01 convert-status pic 9.

       procedure division using amount, from-currency, as-of-date,
                           to-currency, converted, convert-status.

           set converted to 0.
           set convert-status to 0.

           if to-currency is equal spaces then
               accept to-currency from environment "REPORT_CURRENCY"
           end-if.

           if to-currency is equal spaces then
               accept base-currency from environment
                   "FX_BASE_CURRENCY"
               if base-currency is equal spaces then
                   set base-currency to "USD"
               end-if
               move base-currency to to-currency
           end-if.

           if from-currency is equal spaces
           or from-currency is equal to-currency then
               move amount to converted
               set convert-status to 1
               exit program
           end-if.

           call "fx-rate-lookup"
           using by content from-currency,
           by content as-of-date,
           by reference from-rate,
           by reference from-status.

           call "fx-rate-lookup"
           using by content to-currency,
           by content as-of-date,
           by reference to-rate,
           by reference to-status.

           if from-status is equal 0
           or to-status is equal 0 then
               exit program
           end-if.

           compute converted rounded =
               amount * from-rate / to-rate.

           set convert-status to 1.

           exit program.

       end program fx-convert.

      *****************************************

       identification division.
       program-id. fx-rate-load.

      ************************************************************
      * POSTS THE BANK'S DAILY RATE FILE INTO THE fxrate TABLE
      * (SEE fx-rate-lookup FOR THE ROW LAYOUT) THROUGH db-update,
      * SO THE JOURNAL, AUDIT TRAIL AND SCHEMA CHECK ALL APPLY AND
      * A HAND CORRECTION ON THE SCREENS LOOKS NO DIFFERENT. THE
      * FILE IS ONE RATE PER LINE, BLANK-SEPARATED:
      *
      *     <currency> <rate> [<effective YYYYMMDD>]
      *
      * A LINE WITH NO DATE TAKES FXRATE_DATE, OR THE BUSINESS
      * DATE. BLANK LINES AND "#" COMMENTS ARE SKIPPED. A LINE
      * WITH A BAD CURRENCY, RATE OR DATE LANDS IN "<input>.<date>.rej"
      * WITH ITS REASON, AND THE RUN BALANCES THROUGH
      * run-control-check LIKE EVERY OTHER LOAD. SETTINGS:
      * FXRATE_FILE (REQUIRED), FXRATE_DATE, FXRATE_SOURCE (WHAT
      * THE ROWS SAY THEY CAME FROM, DEFAULT "bank file").
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select rate-file assign to dynamic rate-path
           organization is line sequential
           file status is rate-stat.

           select reject-file assign to dynamic reject-path
           organization is line sequential
           file status is reject-stat.

       data division.

       file section.
       fd rate-file.
       01 rate-record pic x(256).

       fd reject-file.
       01 reject-record pic x(330).

       working-storage section.
       77 rate-stat    pic xx.
       77 reject-stat  pic xx.
       77 rate-path    pic x(256).
       77 reject-path  pic x(256).
       77 gdg-dataset    pic x(64).
       77 gdg-ext        pic x(4).
       77 gdg-date       pic x(8).
       77 gdg-producer   pic x(30).
       77 gdg-path       pic x(128).
       77 gdg-generation pic 9(5).
       77 gdg-records    pic 9(9).
       77 gdg-status     pic 9.
       77 rate-eof     pic 9.
       77 default-date pic x(8).
       77 rate-source  pic x(32).
       77 reject-reason pic x(64).
       77 read-count   pic 9(7).
       77 input-line   pic 9(7).
       77 loaded-count pic 9(7).
       77 reject-count pic 9(7).
       77 hash-total   pic 9(15) value 0.
       77 trailer-count pic 9(7) value 0.
       77 trailer-hash pic 9(15) value 0.
       77 trailer-seen pic 9 value 0.
       77 balance-ok   pic 9.
       77 count-edit   pic z(6)9.

       01 rate-fields.
           05 in-currency pic x(8).
           05 in-rate     pic x(20).
           05 in-date     pic x(10).
       77 rate-number  pic 9(7)v9(8).
       77 rate-length  pic 9(2).
       77 point-count  pic 9(2).
       77 digit-count  pic 9(2).
       77 p            pic 9(2).

       77 rate-table   pic x(30) value "fxrate".
       77 row-key      pic x(50).
       77 row-value    pic x(1024).
       77 update-status pic 9.
       77 load-source  pic x(32) value "fx-rate-load".

       77 log-level    pic x(5).
       77 log-text     pic x(256).

       procedure division.

           set rate-path to spaces.
           accept rate-path from environment "FXRATE_FILE".

           if rate-path is equal spaces then
               display "FXRATE_FILE IS REQUIRED"
               move 8 to return-code
               goback
           end-if.

           set default-date to spaces.
           accept default-date from environment "FXRATE_DATE".

           if default-date is equal spaces then
               call "business-date"
               using by reference default-date
           end-if.

           set rate-source to spaces.
           accept rate-source from environment "FXRATE_SOURCE".

           if rate-source is equal spaces then
               set rate-source to "bank file"
           end-if.

           open input rate-file.

           if rate-stat is not equal "00" then
               display "CANNOT OPEN " function trim(rate-path)
               move 8 to return-code
               goback
           end-if.

           perform new-reject-generation.

           open output reject-file.

           set read-count to 0.
           set loaded-count to 0.
           set reject-count to 0.

           call "db-batch-start".

      *    EVERY ROW THE RUN WRITES CARRIES ITS RUN-CONTROL ID
      *    AND INPUT LINE (lib/provenance.cbl).
           call "run-control-open"
           using by content rate-path.

           set input-line to 0.
           set rate-eof to 0.

           perform load-one-line until rate-eof is equal 1.

           call "db-batch-end".

           close rate-file.
           close reject-file.

           if gdg-status is equal 1 then
               move reject-count to gdg-records
               call "gdg-catalog-generation"
               using by content gdg-dataset,
               by content gdg-generation,
               by content gdg-records,
               by reference gdg-status
           end-if.

           perform report-summary.

           set balance-ok to 1.

           call "run-control-check"
           using by content rate-path,
           by content read-count,
           by content loaded-count,
           by content reject-count,
           by content hash-total,
           by content trailer-count,
           by content trailer-hash,
           by content trailer-seen,
           by reference balance-ok.

           if balance-ok is equal 0 then
               display "RUN OUT OF BALANCE WITH SENDER CONTROL"
               move 8 to return-code
           end-if.

           goback.

      *    LOAD-ONE-LINE -- ONE RATE LINE CHECKED AND POSTED.
       load-one-line.
           read rate-file
               at end
                   set rate-eof to 1
                   exit paragraph
           end-read.

           add 1 to input-line.
           call "db-origin-line"
           using by content input-line.

           if rate-record is equal spaces
           or rate-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           add 1 to read-count.

           initialize rate-fields.

           unstring rate-record delimited by all X"20"
               into in-currency, in-rate, in-date
           end-unstring.

           if in-date is equal spaces then
               move default-date to in-date
           end-if.

           set reject-reason to spaces.
           perform check-rate-line.

           if reject-reason is not equal spaces then
               perform write-reject
               exit paragraph
           end-if.

           set row-key to spaces.
           move in-currency(1:3) to row-key(1:3).
           move in-date(1:8) to row-key(4:8).

           set row-value to spaces.
           move in-currency(1:3) to row-value(1:3).
           move in-date(1:8) to row-value(4:8).
           move in-rate(1:16) to row-value(12:16).
           move rate-source to row-value(28:32).

           set update-status to 0.

           call "db-update"
           using by content rate-table,
           by content row-key,
           by content row-value,
           by reference update-status,
           by content load-source.

           if update-status is equal 1 then
               add 1 to loaded-count
           else
               set reject-reason to "UPSERT REFUSED"
               perform write-reject
           end-if.

           exit paragraph.

      *    CHECK-RATE-LINE -- A THREE-LETTER UPPER-CASE CURRENCY,
      *    A POSITIVE DECIMAL RATE THAT FITS THE 16-BYTE FIELD,
      *    AND AN EIGHT-DIGIT DATE.
       check-rate-line.
           if in-currency(4:5) is not equal spaces
           or in-currency(1:3) is not alphabetic-upper
           or in-currency(3:1) is equal space then
               set reject-reason to "BAD CURRENCY CODE"
               exit paragraph
           end-if.

           if in-date(9:2) is not equal spaces
           or in-date(1:8) is not numeric then
               set reject-reason to "BAD EFFECTIVE DATE"
               exit paragraph
           end-if.

           set rate-length to 0.
           inspect in-rate tallying rate-length
               for characters before initial space.

           if rate-length is equal 0
           or rate-length is greater than 16 then
               set reject-reason to "BAD RATE"
               exit paragraph
           end-if.

           set point-count to 0.
           set digit-count to 0.

           perform check-rate-char
               varying p from 1 by 1
               until p is greater than rate-length.

           if point-count is greater than 1
           or digit-count + point-count is not equal rate-length
           or digit-count is equal 0 then
               set reject-reason to "BAD RATE"
               exit paragraph
           end-if.

           compute rate-number =
               function numval(in-rate(1:rate-length)).

           if rate-number is equal 0 then
               set reject-reason to "BAD RATE"
           end-if.

           exit paragraph.

       check-rate-char.
           if in-rate(p:1) is equal "." then
               add 1 to point-count
           end-if.

           if in-rate(p:1) is numeric then
               add 1 to digit-count
           end-if.

           exit paragraph.

      *    WRITE-REJECT -- THE OFFENDING LINE PLUS ITS REASON.
       write-reject.
           add 1 to reject-count.

           move spaces to reject-record.
           string
               function trim(reject-reason) delimited by size
               ": " delimited by size
               function trim(rate-record) delimited by size
               into reject-record
           end-string.

           write reject-record.

           exit paragraph.

      *    REPORT-SUMMARY -- COUNTS TO THE OPERATOR AND TO app.log.
       report-summary.
           move read-count to count-edit.
           display "READ     " function trim(count-edit).
           move loaded-count to count-edit.
           display "LOADED   " function trim(count-edit).
           move reject-count to count-edit.
           display "REJECTED " function trim(count-edit).

           move "INFO" to log-level.
           set log-text to spaces.
           string
               "RATE LOAD " delimited by size
               function trim(rate-path) delimited by size
               " READ " delimited by size
               read-count delimited by size
               " LOADED " delimited by size
               loaded-count delimited by size
               " REJECTED " delimited by size
               reject-count delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content load-source,
           by content log-text.

           exit paragraph.

      *    NEW-REJECT-GENERATION -- THE EXCEPTIONS FILE IS A
      *    GENERATION OF THE INPUT'S OWN GROUP,
      *    "<input>.<YYYYMMDD>.rej", SO EACH DAY'S REJECTS SURVIVE
      *    THE NEXT DAY'S RUN AND ROLL OFF BY THE GROUP'S LIMIT.
       new-reject-generation.
           move rate-path to gdg-dataset.
           set gdg-ext to "rej".
           set gdg-producer to "fx-rate-load".

           move default-date to gdg-date.

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

       end program fx-rate-load.
