      * COMES BACK 0 FOR AN UNKNOWN OPERATION OR AN UNDECLARED
      * FIELD, 1 OTHERWISE -- AN EMPTY TABLE IS A REAL ANSWER
      * (ZERO), NOT A FAILURE.
      *
      * A FIELD WHOSE schemas.cfg SLOT NAMES A CURRENCY-CODE FIELD
      * (AND OPTIONALLY, AFTER "/", THE ROW'S BUSINESS-DATE FIELD)
      * IS AN AMOUNT IN MIXED CURRENCIES: EACH ROW IS CONVERTED
      * THROUGH fx-convert AT THE RATE IN FORCE ON ITS BUSINESS
      * DATE (TODAY'S WHEN THE TABLE DECLARES NO DATE FIELD) AND
      * agg-result IS IN THE REPORTING CURRENCY. A ROW WITH NO
      * RATE ON FILE IS LEFT OUT OF THE FIGURE RATHER THAN ADDED
      * IN AT FACE VALUE. THE OPTIONAL currency-totals COMES BACK
      * WITH THE ORIGINAL-CURRENCY SUBTOTALS BESIDE THEIR
      * CONVERTED ONES (AND HOW MANY ROWS HAD NO RATE); ITS
      * ccy-report NAMES THE REPORTING CURRENCY, BLANK MEANING
      * REPORT_CURRENCY OR THE BASE, AND COMES BACK FILLED IN.
      *
      * THE OPTIONAL period-select NARROWS THE WALK TO ONE FISCAL
      * PERIOD OR YEAR (YYYYPP, YYYY, CURRENT OR PRIOR -- SEE
      * fiscal-period-range, lib/fiscal.cbl): ONLY ROWS WHOSE
      * fiscaldate.cfg DATE FALLS IN IT ARE COUNTED. A SELECTION
      * NOT ON THE CALENDAR, OR ON A TABLE WITH NO FISCAL DATE
      * FIELD, IS status-func 0. A CALLER WANTING A PERIOD BUT NO
      * CURRENCY SUBTOTALS PASSES currency-totals AS OMITTED.
      ************************************************************

       environment division.
           05 cfg-offset-text pic x(6).
           05 cfg-length-text pic x(6).
           05 cfg-rule   pic x(16).
           05 cfg-maxlen-text pic x(64).
       77 cfg-offset    pic 9(4).
       77 cfg-length    pic 9(4).
       77 field-offset  pic 9(4).
       77 rows-seen     pic 9(7).
       77 values-seen   pic 9(7).

      *    THE AMOUNT'S CURRENCY AND BUSINESS-DATE COMPANIONS.
       77 currency-field pic x(30).
       77 date-field    pic x(30).
       77 currency-offset pic 9(4).
       77 currency-length pic 9(4).
       77 date-offset   pic 9(4).
       77 has-currency  pic 9.
       77 want-name     pic x(30).
       77 want-offset   pic 9(4).
       77 want-length   pic 9(4).
       77 today-date    pic x(8).
       77 report-currency pic x(3).
       77 row-currency  pic x(3).
       77 row-date      pic x(8).
       77 converted-number pic s9(13)v9(4).
       77 convert-status pic 9.
       77 b             pic 9(2).
       77 bucket        pic 9(2).

      *    THE FISCAL SELECTION, AS A DATE RANGE ON THE TABLE'S
      *    FISCAL DATE FIELD.
       77 period-active pic 9.
       77 period-start  pic x(8).
       77 period-end    pic x(8).
       77 period-year   pic 9(4).
       77 period-number pic 9(2).
       77 period-found  pic 9.
       77 period-field  pic x(30).
       77 period-offset pic 9(4).

       linkage section.
       01 db-table    pic x(30).
       01 field-name  pic x(30).
       01 agg-result  pic s9(13)v9(4).
       01 agg-count   pic 9(7).
       01 status-func pic 9.
       01 currency-totals.
           05 ccy-report pic x(3).
           05 ccy-size   pic 9(2).
           05 ccy-entry occurs 16 times.
               10 ccy-code      pic x(3).
               10 ccy-rows      pic 9(7).
               10 ccy-original  pic s9(15)v9(4).
               10 ccy-converted pic s9(15)v9(4).
               10 ccy-unrated   pic 9(7).
       01 period-select pic x(8).

       procedure division using db-table, field-name, agg-op,
                           agg-result, agg-count, status-func,
                           optional currency-totals,
                           optional period-select.

           set status-func to 0.
           set agg-result to 0.
               if field-found is equal 0 then
                   exit program
               end-if

               perform resolve-currency-companions
           end-if.

           perform resolve-period-selection.

           if period-found is equal 0 then
               exit program
           end-if.

           if address of currency-totals is not equal null then
               move ccy-report to report-currency
               set ccy-size to 0
           else
               set report-currency to spaces
           end-if.

      *    THE ACTIVE TENANT'S PARTITION (TENANT ENV FOR A BATCH

           exit program.

      *    RESOLVE-PERIOD-SELECTION -- THE FISCAL SELECTION'S
      *    DATE RANGE AND WHERE THE TABLE KEEPS THE DATE IT IS
      *    JUDGED ON; period-found 0 WHEN EITHER CANNOT BE HAD.
       resolve-period-selection.
           set period-active to 0.
           set period-found to 1.

           if address of period-select is equal null then
               exit paragraph
           end-if.

           if period-select is equal spaces then
               exit paragraph
           end-if.

           call "fiscal-period-range"
           using by content period-select,
           by reference period-start,
           by reference period-end,
           by reference period-year,
           by reference period-number,
           by reference period-found.

           if period-found is equal 0 then
               exit paragraph
           end-if.

           call "fiscal-date-position"
           using by content db-table,
           by reference period-field,
           by reference period-offset,
           by reference period-found.

           if period-found is equal 1 then
               set period-active to 1
           end-if.

           exit paragraph.

      *    RESOLVE-FIELD-POSITION -- THE FIRST schemas.cfg LINE
      *    FOR THIS TABLE/FIELD PAIR, THE SAME PARSE db-get-field
      *    RUNS, KEPT AS AN OFFSET/LENGTH FOR THE WHOLE WALK.

           set field-found to 1.

           set currency-field to spaces.
           set date-field to spaces.

           if cfg-rule is equal "NUMERIC"
           or cfg-rule is equal "NONE" then
               unstring cfg-maxlen-text delimited by "/"
                   into currency-field, date-field
               end-unstring
           end-if.

           exit paragraph.

      *    RESOLVE-CURRENCY-COMPANIONS -- WHERE THE ROW KEEPS THE
      *    AMOUNT'S CURRENCY CODE AND BUSINESS DATE. AN UNDECLARED
      *    CURRENCY FIELD LEAVES THE FIGURE UNCONVERTED, THE
      *    HISTORICAL BEHAVIOR.
       resolve-currency-companions.
           set has-currency to 0.
           set currency-offset to 0.
           set date-offset to 0.

           if currency-field is equal spaces then
               exit paragraph
           end-if.

           move currency-field to want-name.
           perform resolve-companion-position.

           if want-offset is equal 0 then
               exit paragraph
           end-if.

           move want-offset to currency-offset.
           move want-length to currency-length.
           if currency-length is greater than 3 then
               set currency-length to 3
           end-if.

           if date-field is not equal spaces then
               move date-field to want-name
               perform resolve-companion-position

               if want-length is not less than 8 then
                   move want-offset to date-offset
               end-if
           end-if.

           call "business-date"
           using by reference today-date.

      *    EACH WALK STARTS FROM THE RATES ON FILE NOW, NOT ONES
      *    REMEMBERED FROM AN EARLIER CALL.
           cancel "fx-rate-lookup".

           set has-currency to 1.

           exit paragraph.

      *    RESOLVE-COMPANION-POSITION -- want-name's OFFSET/LENGTH
      *    ON THIS TABLE, ZERO WHEN UNDECLARED.
       resolve-companion-position.
           set want-offset to 0.
           set want-length to 0.

           open input schema-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform match-companion-line
               until config-eof is equal 1
               or want-offset is greater than 0.

           close schema-config.

           exit paragraph.

       match-companion-line.
           read schema-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.
           set cfg-offset to 0.
           set cfg-length to 0.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field,
                    cfg-offset-text, cfg-length-text
           end-unstring.

           if cfg-table is not equal db-table
           or cfg-field is not equal want-name then
               exit paragraph
           end-if.

           if cfg-offset-text is not equal spaces then
               move function trim(cfg-offset-text) to cfg-offset
           end-if.

           if cfg-length-text is not equal spaces then
               move function trim(cfg-length-text) to cfg-length
           end-if.

           if cfg-offset is equal 0
           or cfg-length is equal 0
           or cfg-offset + cfg-length - 1 is greater than 1024 then
               exit paragraph
           end-if.

           move cfg-offset to want-offset.
           move cfg-length to want-length.

           exit paragraph.

      *    TALLY-NEXT-ROW -- ONE STEP OF THE WALK: STOPS AT THE
               exit paragraph
           end-if.

           if period-active is equal 1 then
               if rec-value(period-offset:8) is less than
               period-start
               or rec-value(period-offset:8) is greater than
               period-end
               or rec-value(period-offset:8) is not numeric then
                   exit paragraph
               end-if
           end-if.

           add 1 to rows-seen.

           if want-count-only is equal 1 then
           compute field-number =
               function numval(function trim(field-text)).

           if has-currency is equal 1 then
               perform convert-row-amount

               if convert-status is equal 0 then
                   exit paragraph
               end-if

               move converted-number to field-number
           end-if.

           add 1 to values-seen.
           add field-number to running-total.


           exit paragraph.

      *    CONVERT-ROW-AMOUNT -- THE ROW'S AMOUNT INTO THE
      *    REPORTING CURRENCY AT ITS OWN BUSINESS DATE'S RATE,
      *    FOLDED INTO ITS CURRENCY'S SUBTOTALS ON THE WAY.
       convert-row-amount.
           set row-currency to spaces.
           move rec-value(currency-offset:currency-length)
               to row-currency.

           move today-date to row-date.
           if date-offset is greater than 0 then
               if rec-value(date-offset:8) is numeric then
                   move rec-value(date-offset:8) to row-date
               end-if
           end-if.

           set converted-number to 0.
           set convert-status to 0.

           call "fx-convert"
           using by content field-number,
           by content row-currency,
           by content row-date,
           by reference report-currency,
           by reference converted-number,
           by reference convert-status.

           if address of currency-totals is equal null then
               exit paragraph
           end-if.

           move report-currency to ccy-report.

           set bucket to 0.
           perform match-currency-bucket
               varying b from 1 by 1
               until b is greater than ccy-size
               or bucket is greater than 0.

           if bucket is equal 0 then
               if ccy-size is equal 16 then
                   exit paragraph
               end-if

               add 1 to ccy-size
               move ccy-size to bucket
               move row-currency to ccy-code(bucket)
               set ccy-rows(bucket) to 0
               set ccy-original(bucket) to 0
               set ccy-converted(bucket) to 0
               set ccy-unrated(bucket) to 0
           end-if.

           add 1 to ccy-rows(bucket).
           add field-number to ccy-original(bucket).

           if convert-status is equal 1 then
               add converted-number to ccy-converted(bucket)
           else
               add 1 to ccy-unrated(bucket)
           end-if.

           exit paragraph.

       match-currency-bucket.
           if ccy-code(b) is equal row-currency then
               move b to bucket
           end-if.

           exit paragraph.

      *    FINISH-FIGURE -- THE OPERATION'S ANSWER FROM THE
      *    RUNNING FIGURES.
       finish-figure.
