      * access-report. HOLDS THE ROWS IN MEMORY -- THE SAME 2000-
      * ROW CEILING AS sorted-extract, STOPPING WITH A MESSAGE
      * RATHER THAN DROPPING ROWS.
      *
      * A SUM FIELD WHOSE schemas.cfg SLOT NAMES ITS CURRENCY-CODE
      * FIELD (AND, AFTER "/", THE ROW'S BUSINESS-DATE FIELD -- SEE
      * db-validate-row) IS TOTALLED IN THE REPORTING CURRENCY:
      * REPORT_CURRENCY, OR THE BASE CURRENCY WHEN UNSET. EACH ROW
      * CONVERTS THROUGH fx-convert AT THE RATE IN FORCE ON ITS OWN
      * BUSINESS DATE, THE DETAIL LINE SHOWS THE AMOUNT WITH ITS
      * CURRENCY, AND EVERY SUBTOTAL AND GRAND TOTAL IS FOLLOWED BY
      * ONE LINE PER ORIGINAL CURRENCY GIVING ITS OWN TOTAL BESIDE
      * THE CONVERTED ONE. A ROW WITH NO RATE ON FILE IS COUNTED ON
      * ITS CURRENCY'S LINE AND LEFT OUT OF THE CONVERTED TOTAL.
      *
      * REPORT_PERIOD NARROWS ANY REPORT TO ONE FISCAL PERIOD OR
      * YEAR -- YYYYPP, YYYY, CURRENT OR PRIOR (SEE fiscal-period-
      * range, lib/fiscal.cbl) -- ON TOP OF ITS DECLARED
      * SELECTION: ONLY ROWS WHOSE fiscaldate.cfg DATE FALLS IN
      * THE PERIOD ARE REPORTED, AND THE HEADING SAYS WHICH PERIOD
      * AND WHICH DAYS. A PERIOD NOT ON THE CALENDAR, OR A TABLE
      * WITH NO FISCAL DATE FIELD, STOPS THE RUN WITH A MESSAGE.
      ************************************************************

       environment division.
               10 fs-offset  pic 9(4).
               10 fs-length  pic 9(4).
               10 fs-numeric pic 9.
               10 fs-ccy-name    pic x(30).
               10 fs-date-name   pic x(30).
               10 fs-ccy-offset  pic 9(4).
               10 fs-ccy-length  pic 9(4).
               10 fs-date-offset pic 9(4).
           05 field-slot-size pic 9(1).

      *    SLOT 1 = SELECT, 2 = SORT, 3 = BREAK, 4.. = SUMS.
           05 sch-offset-text pic x(6).
           05 sch-length-text pic x(6).
           05 sch-rule   pic x(16).
           05 sch-maxlen-text pic x(64).
       77 sch-offset    pic 9(4).
       77 sch-length    pic 9(4).

       77 count-edit   pic z(6)9.
       77 amount-edit  pic -(12)9.99.

      *    MIXED-CURRENCY SUM FIELDS -- THE ORIGINAL-CURRENCY
      *    SUBTOTALS BEHIND EACH CONVERTED TOTAL, PER GROUP AND
      *    FOR THE WHOLE REPORT.
       01 currency-state.
           05 sum-currencies occurs 5 times.
               10 grp-ccy-size pic 9(2).
               10 grp-ccy occurs 8 times.
                   15 grp-ccy-code      pic x(3).
                   15 grp-ccy-original  pic s9(15)v9(2).
                   15 grp-ccy-converted pic s9(15)v9(2).
                   15 grp-ccy-unrated   pic 9(7).
               10 tot-ccy-size pic 9(2).
               10 tot-ccy occurs 8 times.
                   15 tot-ccy-code      pic x(3).
                   15 tot-ccy-original  pic s9(15)v9(2).
                   15 tot-ccy-converted pic s9(15)v9(2).
                   15 tot-ccy-unrated   pic 9(7).

       77 any-currency    pic 9.
       77 report-currency pic x(3).
       77 row-currency    pic x(3).
       77 row-date        pic x(8).
       77 today-date      pic x(8).
       77 converted-number pic s9(13)v9(4).
       77 amount-number   pic s9(13)v9(4).
       77 convert-status  pic 9.
       77 b               pic 9(2).
       77 bucket          pic 9(2).
       77 converted-edit  pic -(12)9.99.

       01 sum-parts.
           05 sum-part occurs 5 times pic x(30).

      *    THE REPORT_PERIOD SELECTION, AS A DATE RANGE ON THE
      *    TABLE'S FISCAL DATE FIELD.
       77 period-select pic x(8).
       77 period-active pic 9.
       77 period-start  pic x(8).
       77 period-end    pic x(8).
       77 period-year   pic 9(4).
       77 period-number pic 9(2).
       77 period-found  pic 9.
       77 period-field  pic x(30).
       77 period-offset pic 9(4).

       procedure division.

           set want-report to spaces.

           perform build-field-slots.
           perform resolve-field-positions.
           perform resolve-currency-companions.

           perform varying s from 1 by 1
           until s is greater than field-slot-size
               end-if
           end-perform.

           perform resolve-report-period.

           if period-found is equal 0 then
               move 8 to return-code
               goback
           end-if.

      *    THE SELECTION WALK HOLDS THE DATA-LAYER FILES OPEN
      *    (db-batch-start) -- ONE open() FOR THE RUN, NOT ONE
      *    PER 50-ROW PAGE.
               " ROW(S) REPORTED TO " function trim(report-path).

      *    THE FINISHED REPORT GOES IN THE CATALOG FOR THE
      *    /reports VIEWER, WITH ITS BREAK FIELD SO THE CATALOG
      *    CAN BURST IT INTO ONE SECTION PER GROUP.
           set catalog-producer to "report-writer".
           call "report-catalog-add"
           using by content report-path,
           by content report-date,
           by content catalog-producer,
           by content rpt-break-field,
           by content rpt-table.

           goback.


           exit paragraph.

      *    RESOLVE-REPORT-PERIOD -- REPORT_PERIOD'S DATE RANGE AND
      *    THE TABLE'S FISCAL DATE FIELD; period-found 0 (WITH THE
      *    REASON DISPLAYED) WHEN EITHER CANNOT BE HAD.
       resolve-report-period.
           set period-active to 0.
           set period-found to 1.

           set period-select to spaces.
           accept period-select from environment "REPORT_PERIOD".

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
               display "NO FISCAL PERIOD "
                   function trim(period-select) " ON THE CALENDAR"
               exit paragraph
           end-if.

           call "fiscal-date-position"
           using by content rpt-table,
           by reference period-field,
           by reference period-offset,
           by reference period-found.

           if period-found is equal 0 then
               display "TABLE " function trim(rpt-table)
                   " HAS NO FISCAL DATE FIELD (fiscaldate.cfg)"
               exit paragraph
           end-if.

           set period-active to 1.

           exit paragraph.

      *    LOAD-REPORT-DECLARATION -- THE FIRST reports.cfg LINE
      *    WHOSE NAME MATCHES REPORT_NAME.
       load-report-declaration.
                   else
                       set fs-numeric(s) to 0
                   end-if

                   if s is greater than sum-base
                   and (sch-rule is equal "NUMERIC"
                   or sch-rule is equal "NONE") then
                       unstring sch-maxlen-text delimited by "/"
                           into fs-ccy-name(s), fs-date-name(s)
                       end-unstring
                   end-if
               end-if
           end-perform.

           exit paragraph.

      *    RESOLVE-CURRENCY-COMPANIONS -- A SECOND schemas.cfg
      *    PASS PLACING EACH MIXED-CURRENCY SUM FIELD'S CURRENCY
      *    AND BUSINESS-DATE FIELDS; ONE WHOSE CURRENCY FIELD IS
      *    NOT DECLARED TOTALS AS A PLAIN NUMBER.
       resolve-currency-companions.
           set any-currency to 0.

           open input schema-config.

           if schema-stat is not equal "00" then
               exit paragraph
           end-if.

           set schema-eof to 0.

           perform match-companion-line until schema-eof is equal 1.

           close schema-config.

           perform note-currency-slot
               varying s from 1 by 1
               until s is greater than field-slot-size.

           if any-currency is equal 0 then
               exit paragraph
           end-if.

           set report-currency to spaces.
           accept report-currency from environment
               "REPORT_CURRENCY".

           if report-currency is equal spaces then
               accept report-currency from environment
                   "FX_BASE_CURRENCY"
           end-if.

           if report-currency is equal spaces then
               set report-currency to "USD"
           end-if.

           call "business-date"
           using by reference today-date.

           exit paragraph.

      *    MATCH-COMPANION-LINE -- ONE schemas.cfg LINE AGAINST
      *    EVERY SUM SLOT'S COMPANION NAMES.
       match-companion-line.
           read schema-config
               at end
                   set schema-eof to 1
                   exit paragraph
           end-read.

           initialize schema-fields.
           set sch-offset to 0.
           set sch-length to 0.

           unstring schema-record delimited by all X"20"
               into sch-table, sch-field,
                    sch-offset-text, sch-length-text
           end-unstring.

           if sch-table is not equal rpt-table then
               exit paragraph
           end-if.

           if sch-offset-text is not equal spaces then
               move function trim(sch-offset-text) to sch-offset
           end-if.

           if sch-length-text is not equal spaces then
               move function trim(sch-length-text) to sch-length
           end-if.

           if sch-offset is equal 0
           or sch-length is equal 0
           or sch-offset + sch-length - 1 is greater than 1024 then
               exit paragraph
           end-if.

           perform place-one-companion
               varying s from 1 by 1
               until s is greater than field-slot-size.

           exit paragraph.

       place-one-companion.
           if fs-ccy-name(s) is not equal spaces
           and fs-ccy-name(s) is equal sch-field
           and fs-ccy-offset(s) is equal 0 then
               move sch-offset to fs-ccy-offset(s)
               move sch-length to fs-ccy-length(s)
               if fs-ccy-length(s) is greater than 3 then
                   set fs-ccy-length(s) to 3
               end-if
           end-if.

           if fs-date-name(s) is not equal spaces
           and fs-date-name(s) is equal sch-field
           and fs-date-offset(s) is equal 0
           and sch-length is not less than 8 then
               move sch-offset to fs-date-offset(s)
           end-if.

           exit paragraph.

       note-currency-slot.
           if fs-ccy-offset(s) is greater than 0 then
               set any-currency to 1
           end-if.

           exit paragraph.

      *    LOAD-SELECTED-ROWS -- PAGES THROUGH db-query, KEEPING
      *    ONLY THE ROWS THE SELECTION FIELD/VALUE ADMITS.
       load-selected-rows.
               end-if
           end-if.

           if period-active is equal 1 then
               if fetch-row-value(r)(period-offset:8)
                   is not numeric
               or fetch-row-value(r)(period-offset:8)
                   is less than period-start
               or fetch-row-value(r)(period-offset:8)
                   is greater than period-end then
                   exit paragraph
               end-if
           end-if.

           if row-store-size is equal 2000 then
               set overflowed to 1
               exit paragraph
           move all "=" to report-record(1:60).
           write report-record.

           if any-currency is equal 1 then
               move spaces to report-record
               string
                   "AMOUNTS TOTALLED IN " delimited by size
                   report-currency delimited by size
                   " AT THE RATE IN FORCE ON EACH ROW'S "
                       delimited by size
                   "BUSINESS DATE" delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           if rpt-sel-field is not equal "-"
           and rpt-sel-field is not equal spaces then
               move spaces to report-record
               write report-record
           end-if.

           if period-active is equal 1 then
               move spaces to report-record
               if period-number is equal 0 then
                   string
                       "FISCAL YEAR " delimited by size
                       period-year delimited by size
                       " (" delimited by size
                       period-start delimited by size
                       " TO " delimited by size
                       period-end delimited by size
                       ") ON " delimited by size
                       function trim(period-field) delimited by size
                       into report-record
                   end-string
               else
                   string
                       "FISCAL PERIOD " delimited by size
                       period-year delimited by size
                       "/" delimited by size
                       period-number delimited by size
                       " (" delimited by size
                       period-start delimited by size
                       " TO " delimited by size
                       period-end delimited by size
                       ") ON " delimited by size
                       function trim(period-field) delimited by size
                       into report-record
                   end-string
               end-if
               write report-record
           end-if.

           initialize group-state.
           initialize currency-state.
           set group-open to 0.

           perform varying i from 1 by 1
               compute field-number =
                   function numval(function trim(field-text))

               perform fold-sum-amount
           end-perform.

           exit paragraph.

      *    FOLD-SUM-AMOUNT -- SUM FIELD k OF THE CURRENT ROW INTO
      *    THE GROUP AND GRAND TOTALS, CONVERTED FIRST WHEN THE
      *    FIELD CARRIES A CURRENCY.
       fold-sum-amount.
           if fs-ccy-offset(s) is equal 0 then
               add field-number to group-total(k)
               add field-number to grand-total(k)
               exit paragraph
           end-if.

           set row-currency to spaces.
           move st-value(row-idx)(fs-ccy-offset(s):fs-ccy-length(s))
               to row-currency.

           move today-date to row-date.
           if fs-date-offset(s) is greater than 0 then
               if st-value(row-idx)(fs-date-offset(s):8)
               is numeric then
                   move st-value(row-idx)(fs-date-offset(s):8)
                       to row-date
               end-if
           end-if.

           move field-number to amount-number.
           set converted-number to 0.
           set convert-status to 0.

           call "fx-convert"
           using by content amount-number,
           by content row-currency,
           by content row-date,
           by content report-currency,
           by reference converted-number,
           by reference convert-status.

           if convert-status is equal 1 then
               add converted-number to group-total(k)
               add converted-number to grand-total(k)
           end-if.

           set bucket to 0.
           perform match-group-bucket
               varying b from 1 by 1
               until b is greater than grp-ccy-size(k)
               or bucket is greater than 0.

           if bucket is equal 0
           and grp-ccy-size(k) is less than 8 then
               add 1 to grp-ccy-size(k)
               move grp-ccy-size(k) to bucket
               move row-currency to grp-ccy-code(k, bucket)
               set grp-ccy-original(k, bucket) to 0
               set grp-ccy-converted(k, bucket) to 0
               set grp-ccy-unrated(k, bucket) to 0
           end-if.

           if bucket is greater than 0 then
               add field-number to grp-ccy-original(k, bucket)
               if convert-status is equal 1 then
                   add converted-number
                       to grp-ccy-converted(k, bucket)
               else
                   add 1 to grp-ccy-unrated(k, bucket)
               end-if
           end-if.

           set bucket to 0.
           perform match-grand-bucket
               varying b from 1 by 1
               until b is greater than tot-ccy-size(k)
               or bucket is greater than 0.

           if bucket is equal 0
           and tot-ccy-size(k) is less than 8 then
               add 1 to tot-ccy-size(k)
               move tot-ccy-size(k) to bucket
               move row-currency to tot-ccy-code(k, bucket)
               set tot-ccy-original(k, bucket) to 0
               set tot-ccy-converted(k, bucket) to 0
               set tot-ccy-unrated(k, bucket) to 0
           end-if.

           if bucket is greater than 0 then
               add field-number to tot-ccy-original(k, bucket)
               if convert-status is equal 1 then
                   add converted-number
                       to tot-ccy-converted(k, bucket)
               else
                   add 1 to tot-ccy-unrated(k, bucket)
               end-if
           end-if.

           exit paragraph.

       match-group-bucket.
           if grp-ccy-code(k, b) is equal row-currency then
               move b to bucket
           end-if.

           exit paragraph.

       match-grand-bucket.
           if tot-ccy-code(k, b) is equal row-currency then
               move b to bucket
           end-if.

           exit paragraph.

           perform varying k from 1 by 1
           until k is greater than sum-count
               set group-total(k) to 0
               set grp-ccy-size(k) to 0
           end-perform.

           move spaces to report-record.
                   on overflow
                       continue
               end-string

               if fs-ccy-offset(s) is greater than 0 then
                   string
                       " " delimited by size
                       st-value(row-idx)
                           (fs-ccy-offset(s):fs-ccy-length(s))
                           delimited by size
                       into report-record
                       with pointer line-pointer
                       on overflow
                           continue
                   end-string
               end-if
           end-perform.

           write report-record.
               move group-total(k) to amount-edit

               move spaces to report-record
               if fs-ccy-offset(s) is equal 0 then
                   string
                       "  GROUP TOTAL " delimited by size
                       function trim(fs-name(s)) delimited by size
                       ": " delimited by size
                       function trim(amount-edit) delimited by size
                       into report-record
                   end-string
               else
                   string
                       "  GROUP TOTAL " delimited by size
                       function trim(fs-name(s)) delimited by size
                       " (" delimited by size
                       report-currency delimited by size
                       "): " delimited by size
                       function trim(amount-edit) delimited by size
                       into report-record
                   end-string
               end-if
               write report-record

               perform write-group-currency-line
                   varying b from 1 by 1
                   until b is greater than grp-ccy-size(k)
           end-perform.

           exit paragraph.
               move grand-total(k) to amount-edit

               move spaces to report-record
               if fs-ccy-offset(s) is equal 0 then
                   string
                       "GRAND TOTAL " delimited by size
                       function trim(fs-name(s)) delimited by size
                       ": " delimited by size
                       function trim(amount-edit) delimited by size
                       into report-record
                   end-string
               else
                   string
                       "GRAND TOTAL " delimited by size
                       function trim(fs-name(s)) delimited by size
                       " (" delimited by size
                       report-currency delimited by size
                       "): " delimited by size
                       function trim(amount-edit) delimited by size
                       into report-record
                   end-string
               end-if
               write report-record

               perform write-grand-currency-line
                   varying b from 1 by 1
                   until b is greater than tot-ccy-size(k)
           end-perform.

           exit paragraph.

      *    WRITE-GROUP-CURRENCY-LINE / WRITE-GRAND-CURRENCY-LINE
      *    -- ONE ORIGINAL CURRENCY'S OWN TOTAL BESIDE WHAT IT
      *    CONVERTED TO, AND HOW MANY OF ITS ROWS HAD NO RATE.
       write-group-currency-line.
           move grp-ccy-original(k, b) to amount-edit.
           move grp-ccy-converted(k, b) to converted-edit.
           move grp-ccy-unrated(k, b) to count-edit.

           move spaces to report-record.
           set line-pointer to 1.
           string
               "      " delimited by size
               grp-ccy-code(k, b) delimited by size
               " " delimited by size
               function trim(amount-edit) delimited by size
               " = " delimited by size
               report-currency delimited by size
               " " delimited by size
               function trim(converted-edit) delimited by size
               into report-record
               with pointer line-pointer
           end-string.

           if grp-ccy-unrated(k, b) is greater than 0 then
               string
                   "  (NO RATE: " delimited by size
                   function trim(count-edit) delimited by size
                   " ROWS)" delimited by size
                   into report-record
                   with pointer line-pointer
               end-string
           end-if.

           write report-record.

           exit paragraph.

       write-grand-currency-line.
           move tot-ccy-original(k, b) to amount-edit.
           move tot-ccy-converted(k, b) to converted-edit.
           move tot-ccy-unrated(k, b) to count-edit.

           move spaces to report-record.
           set line-pointer to 1.
           string
               "    " delimited by size
               tot-ccy-code(k, b) delimited by size
               " " delimited by size
               function trim(amount-edit) delimited by size
               " = " delimited by size
               report-currency delimited by size
               " " delimited by size
               function trim(converted-edit) delimited by size
               into report-record
               with pointer line-pointer
           end-string.

           if tot-ccy-unrated(k, b) is greater than 0 then
               string
                   "  (NO RATE: " delimited by size
                   function trim(count-edit) delimited by size
                   " ROWS)" delimited by size
                   into report-record
                   with pointer line-pointer
               end-string
           end-if.

           write report-record.

           exit paragraph.

