       identification division.
       program-id. aging-report.

      ************************************************************
      * RECEIVABLES AGING -- THE MONDAY AGING ANALYSIS THE CREDIT
      * CONTROLLER ASKS FOR, WHICH report-writer CANNOT GIVE: IT
      * GROUPS AND SUMS BUT HAS NO NOTION OF DAYS PAST DUE. A SITE
      * DECLARES ITS AGINGS IN "aging.cfg", ONE LINE PER REPORT,
      * THE SAME PLAIN CONFIG-FILE CONVENTION AS reports.cfg:
      *
      *   <report> <table> <due-field> <amount-field>
      *       <customer-field> <dept-field> <customer-table>
      *       <limit-field> [<amount-decimals>]
      *
      * EVERY FIELD IS A schemas.cfg DECLARATION: <due-field> THE
      * ROW'S DUE DATE (YYYYMMDD), <amount-field> ITS OPEN AMOUNT
      * (WITH <amount-decimals> IMPLIED DECIMALS WHEN IT IS HELD
      * IN MINOR UNITS -- 2 FOR THE INVOICES' openbalance CENTS),
      * <customer-field> THE CUSTOMER CODE, <dept-field> THE
      * OWNING DEPARTMENT ("-" TAKES THE TABLE'S rowscope.cfg
      * FIELD, AND A TABLE WITH NEITHER IS ONE DEPARTMENT), AND
      * <limit-field> THE CREDIT LIMIT ON THE CUSTOMER TABLE'S ROW
      * FOR THAT CODE ("-" FOR BOTH WHEN THERE ARE NO LIMITS).
      *
      * AS OF THE BUSINESS DATE, EVERY ROW WITH AN AMOUNT OPEN IS
      * AGED INTO CURRENT (NOT YET DUE, OR NO DUE DATE), 1-30,
      * 31-60, 61-90, 91-120 AND OVER 120 DAYS PAST DUE, TOTALLED
      * PER CUSTOMER, SUBTOTALLED PER DEPARTMENT AND IN A GRAND
      * TOTAL WITH EACH BUCKET'S SHARE. EACH CUSTOMER'S LINE
      * CARRIES THE CREDIT LIMIT BESIDE THE TOTAL EXPOSURE AND IS
      * FLAGGED "OVER LIM" WHEN THE EXPOSURE EXCEEDS IT. THE
      * REPORT IS "<report>.YYYYMMDD.rpt" AND THE SAME FIGURES GO
      * TO "<report>-csv.YYYYMMDD.csv" FOR THE SPREADSHEET, BOTH
      * FILED IN THE REPORT CATALOG. SETTING: AGING_REPORT PICKS
      * THE DECLARATION. HOLDS UP TO 2000 CUSTOMERS, STOPPING WITH
      * A MESSAGE RATHER THAN DROPPING ANY.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select aging-config assign to "aging.cfg"
           organization is line sequential
           file status is config-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

           select csv-file assign to dynamic csv-path
           organization is line sequential
           file status is csv-stat.

       data division.

       file section.
       fd aging-config.
       01 config-record pic x(256).

       fd report-file.
       01 report-record pic x(132).

       fd csv-file.
       01 csv-record pic x(256).

       working-storage section.
       77 config-stat  pic xx.
       77 report-stat  pic xx.
       77 csv-stat     pic xx.
       77 config-eof   pic 9.
       77 report-path  pic x(64).
       77 csv-path     pic x(64).
       77 catalog-producer pic x(30) value "aging-report".
       77 business-day pic x(8).
       77 want-report  pic x(30).
       77 found-report pic 9.

       01 aging-decl.
           05 ag-name         pic x(30).
           05 ag-table        pic x(30).
           05 ag-due-field    pic x(30).
           05 ag-amount-field pic x(30).
           05 ag-customer-field pic x(30).
           05 ag-dept-field   pic x(30).
           05 ag-customer-table pic x(30).
           05 ag-limit-field  pic x(30).
           05 ag-decimals-text pic x(6).
       77 amount-decimals pic 9.

      *    THE DECLARED FIELDS' POSITIONS: DUE, AMOUNT, CUSTOMER,
      *    DEPARTMENT ON THE TABLE; LIMIT ON THE CUSTOMER TABLE.
       01 field-slots.
           05 field-slot occurs 5 times.
               10 fs-name   pic x(30).
               10 fs-table  pic x(30).
               10 fs-offset pic 9(4).
               10 fs-length pic 9(4).
       77 s             pic 9.
       77 position-found pic 9.
       77 scope-found   pic 9.

       01 customer-store.
           05 customer-entry occurs 2000 times.
               10 cs-dept     pic x(30).
               10 cs-customer pic x(30).
               10 cs-bucket   occurs 6 times pic s9(13)v99.
               10 cs-total    pic s9(13)v99.
               10 cs-limit    pic s9(13)v99.
               10 cs-has-limit pic 9.
               10 cs-taken    pic 9.
           05 customer-store-size pic 9(4).
       77 c             pic 9(4).
       77 found-idx     pic 9(4).
       77 overflowed    pic 9.

       01 ordered-customers.
           05 ordered-idx occurs 2000 times pic 9(4).
           05 ordered-size pic 9(4).
       77 best-idx      pic 9(4).
       77 o             pic 9(4).

       01 dept-totals.
           05 dt-bucket  occurs 6 times pic s9(13)v99.
           05 dt-total   pic s9(13)v99.
           05 dt-over    pic 9(5).
           05 dt-customers pic 9(5).
       01 grand-totals.
           05 gt-bucket  occurs 6 times pic s9(13)v99.
           05 gt-total   pic s9(13)v99.
           05 gt-over    pic 9(5).
           05 gt-customers pic 9(5).
       77 current-dept  pic x(30).
       77 b             pic 9.

       77 blank-key     pic x(50).
       77 resume-key    pic x(50).
       77 page-done     pic 9.
       77 query-status  pic 9.
       77 fetch-count   pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 r             pic 9(3).
       77 lookup-key    pic x(50).

       77 field-text    pic x(64).
       77 row-due       pic x(8).
       77 row-amount    pic s9(13)v9(4).
       77 row-customer  pic x(30).
       77 row-dept      pic x(30).
       77 days-past     pic s9(7).
       77 asof-int      pic 9(8).
       77 due-int       pic 9(8).
       77 aged-rows     pic 9(7).

       01 heading-line.
           05 filler pic x(10) value "CUSTOMER".
           05 filler pic x(14) value "       CURRENT".
           05 filler pic x(14) value "          1-30".
           05 filler pic x(14) value "         31-60".
           05 filler pic x(14) value "         61-90".
           05 filler pic x(14) value "        91-120".
           05 filler pic x(14) value "      OVER 120".
           05 filler pic x(14) value "         TOTAL".
           05 filler pic x(14) value "  CREDIT LIMIT".
           05 filler pic x(10) value " FLAG".

       01 detail-line.
           05 dl-customer pic x(10).
           05 dl-amount   occurs 7 times pic -(10)9.99.
           05 dl-limit    pic -(10)9.99.
           05 dl-limit-text redefines dl-limit pic x(14).
           05 filler      pic x(1).
           05 dl-flag     pic x(9).

       01 percent-line.
           05 pl-label    pic x(10).
           05 pl-share    occurs 6 times.
               10 filler      pic x(7).
               10 pl-percent  pic zz9.9.
               10 pl-sign     pic x(2).
           05 filler      pic x(48).
       77 share-number  pic 9(3)v9.

       77 count-edit    pic z(6)9.
       77 csv-edit      pic -(13)9.99.
       77 csv-pointer   pic 9(4).
       77 over-text     pic x(3).

       procedure division.

           set want-report to spaces.
           accept want-report from environment "AGING_REPORT".

           if want-report is equal spaces then
               display "AGING_REPORT IS REQUIRED"
               move 8 to return-code
               goback
           end-if.

           call "business-date"
           using by reference business-day.

           perform load-aging-declaration.

           if found-report is equal 0 then
               display "NO DECLARATION FOR AGING "
                   function trim(want-report)
               move 8 to return-code
               goback
           end-if.

           perform resolve-field-positions.

           if fs-offset(1) is equal 0
           or fs-offset(2) is equal 0
           or fs-offset(3) is equal 0 then
               display "DUE, AMOUNT AND CUSTOMER FIELDS MUST BE "
                   "DECLARED IN schemas.cfg"
               move 8 to return-code
               goback
           end-if.

           compute asof-int =
               function integer-of-date(function numval(business-day)).

           initialize customer-store.
           set aged-rows to 0.
           set overflowed to 0.

      *    THE WALK HOLDS THE DATA-LAYER FILES OPEN
      *    (db-batch-start) -- ONE open() FOR THE RUN, NOT ONE
      *    PER 50-ROW PAGE.
           call "db-batch-start".

           move spaces to blank-key.
           move spaces to resume-key.
           set page-done to 0.

           perform age-one-page until page-done is equal 1
               or overflowed is equal 1.

           if overflowed is equal 0 then
               perform load-one-limit
                   varying c from 1 by 1
                   until c is greater than customer-store-size
           end-if.

           call "db-batch-end".

           if overflowed is equal 1 then
               display "MORE THAN 2000 CUSTOMERS - AGING STOPPED"
               move 8 to return-code
               goback
           end-if.

           perform order-customers.

           set report-path to spaces.
           string
               function trim(ag-name) "." business-day ".rpt"
               delimited by size
               into report-path
           end-string.

           set csv-path to spaces.
           string
               function trim(ag-name) "-csv." business-day ".csv"
               delimited by size
               into csv-path
           end-string.

           perform render-report.

           move aged-rows to count-edit.
           display function trim(count-edit)
               " OPEN ROW(S) AGED TO " function trim(report-path)
               " AND " function trim(csv-path).

           call "report-catalog-add"
           using by content report-path,
           by content business-day,
           by content catalog-producer.

           call "report-catalog-add"
           using by content csv-path,
           by content business-day,
           by content catalog-producer.

           move 0 to return-code.

           goback.

      *    LOAD-AGING-DECLARATION -- THE aging.cfg LINE FOR
      *    AGING_REPORT.
       load-aging-declaration.
           set found-report to 0.

           open input aging-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-declaration
               until config-eof is equal 1
               or found-report is equal 1.

           close aging-config.

           exit paragraph.

       read-one-declaration.
           read aging-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record is equal spaces
           or config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           initialize aging-decl.
           unstring config-record delimited by all X"20"
               into ag-name, ag-table, ag-due-field,
                    ag-amount-field, ag-customer-field,
                    ag-dept-field, ag-customer-table,
                    ag-limit-field, ag-decimals-text
           end-unstring.

           if ag-name is not equal want-report then
               exit paragraph
           end-if.

           set found-report to 1.

           set amount-decimals to 0.
           if ag-decimals-text(1:1) is numeric
           and ag-decimals-text(2:1) is equal space then
               move ag-decimals-text(1:1) to amount-decimals
           end-if.

           exit paragraph.

      *    RESOLVE-FIELD-POSITIONS -- SLOT 1 DUE, 2 AMOUNT, 3
      *    CUSTOMER, 4 DEPARTMENT, 5 CREDIT LIMIT.
       resolve-field-positions.
           initialize field-slots.

           move ag-due-field to fs-name(1).
           move ag-amount-field to fs-name(2).
           move ag-customer-field to fs-name(3).
           move ag-dept-field to fs-name(4).
           move ag-limit-field to fs-name(5).

           move ag-table to fs-table(1).
           move ag-table to fs-table(2).
           move ag-table to fs-table(3).
           move ag-table to fs-table(4).
           move ag-customer-table to fs-table(5).

           if fs-name(4) is equal "-"
           or fs-name(4) is equal spaces then
               move spaces to fs-name(4)
               set scope-found to 0

               call "table-scope-field"
               using by content ag-table,
               by reference fs-name(4),
               by reference scope-found
           end-if.

           perform resolve-one-position
               varying s from 1 by 1
               until s is greater than 5.

           exit paragraph.

       resolve-one-position.
           if fs-name(s) is equal spaces
           or fs-name(s) is equal "-"
           or fs-table(s) is equal spaces
           or fs-table(s) is equal "-" then
               exit paragraph
           end-if.

           set position-found to 0.

           call "db-field-position"
           using by content fs-table(s),
           by content fs-name(s),
           by reference fs-offset(s),
           by reference fs-length(s),
           by reference position-found.

           if position-found is equal 0 then
               set fs-offset(s) to 0
           end-if.

           exit paragraph.

      *    AGE-ONE-PAGE -- ONE db-query PAGE OF THE TABLE.
       age-one-page.
           set fetch-count to 0.

           call "db-query"
           using by content ag-table,
           by content blank-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status,
           by content resume-key.

           if fetch-count is equal 0 then
               set page-done to 1
               exit paragraph
           end-if.

           perform age-one-row
               varying r from 1 by 1
               until r is greater than fetch-count
               or overflowed is equal 1.

           move fetch-row-key(fetch-count) to resume-key.

           if fetch-count is less than 50 then
               set page-done to 1
           end-if.

           exit paragraph.

      *    AGE-ONE-ROW -- AN OPEN AMOUNT INTO ITS CUSTOMER'S
      *    BUCKET BY DAYS PAST DUE.
       age-one-row.
           move 2 to s.
           perform take-field-text.

           if field-text is equal spaces then
               exit paragraph
           end-if.

           compute row-amount =
               function numval(function trim(field-text)).

           if amount-decimals is greater than 0 then
               compute row-amount rounded =
                   row-amount / (10 ** amount-decimals)
           end-if.

           if row-amount is equal 0 then
               exit paragraph
           end-if.

           move 1 to s.
           perform take-field-text.
           move field-text(1:8) to row-due.

           move 3 to s.
           perform take-field-text.
           move field-text to row-customer.
           if row-customer is equal spaces then
               move "(NONE)" to row-customer
           end-if.

           move spaces to row-dept.
           if fs-offset(4) is greater than 0 then
               move 4 to s
               perform take-field-text
               move field-text to row-dept
           end-if.
           if row-dept is equal spaces then
               move "(NONE)" to row-dept
           end-if.

           perform find-customer-entry.

           if overflowed is equal 1 then
               exit paragraph
           end-if.

           perform find-bucket.

           add row-amount to cs-bucket(found-idx, b).
           add row-amount to cs-total(found-idx).
           add 1 to aged-rows.

           exit paragraph.

       take-field-text.
           move spaces to field-text.

           if fs-offset(s) is greater than 0 then
               move fetch-row-value(r)(fs-offset(s):fs-length(s))
                   to field-text
           end-if.

           exit paragraph.

      *    FIND-BUCKET -- 1 CURRENT, 2 1-30, 3 31-60, 4 61-90,
      *    5 91-120, 6 OVER 120. NO DUE DATE AGES AS CURRENT.
       find-bucket.
           move 1 to b.

           if row-due is not numeric then
               exit paragraph
           end-if.

           if function test-date-yyyymmdd(function numval(row-due))
               is not equal 0 then
               exit paragraph
           end-if.

           compute due-int =
               function integer-of-date(function numval(row-due)).
           compute days-past = asof-int - due-int.

           evaluate true
               when days-past is not greater than 0
                   move 1 to b
               when days-past is not greater than 30
                   move 2 to b
               when days-past is not greater than 60
                   move 3 to b
               when days-past is not greater than 90
                   move 4 to b
               when days-past is not greater than 120
                   move 5 to b
               when other
                   move 6 to b
           end-evaluate.

           exit paragraph.

      *    FIND-CUSTOMER-ENTRY -- THE CUSTOMER'S ENTRY UNDER ITS
      *    DEPARTMENT, NEW WHEN FIRST SEEN.
       find-customer-entry.
           set found-idx to 0.

           perform match-customer-entry
               varying c from 1 by 1
               until c is greater than customer-store-size
               or found-idx is greater than 0.

           if found-idx is greater than 0 then
               exit paragraph
           end-if.

           if customer-store-size is equal 2000 then
               set overflowed to 1
               exit paragraph
           end-if.

           add 1 to customer-store-size.
           move customer-store-size to found-idx.
           move row-dept to cs-dept(found-idx).
           move row-customer to cs-customer(found-idx).

           exit paragraph.

       match-customer-entry.
           if cs-customer(c) is equal row-customer
           and cs-dept(c) is equal row-dept then
               move c to found-idx
           end-if.

           exit paragraph.

      *    LOAD-ONE-LIMIT -- THE CUSTOMER'S CREDIT LIMIT, WHEN
      *    THE DECLARATION NAMES ONE AND THE ROW CARRIES IT.
       load-one-limit.
           set cs-has-limit(c) to 0.

           if fs-offset(5) is equal 0 then
               exit paragraph
           end-if.

           move cs-customer(c) to lookup-key.
           set fetch-count to 0.

           call "db-query"
           using by content ag-customer-table,
           by content lookup-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if fetch-count is equal 0 then
               exit paragraph
           end-if.

           move 1 to r.
           move 5 to s.
           perform take-field-text.

           if field-text is equal spaces then
               exit paragraph
           end-if.

           compute cs-limit(c) =
               function numval(function trim(field-text)).
           set cs-has-limit(c) to 1.

           exit paragraph.

      *    ORDER-CUSTOMERS -- DEPARTMENT, THEN CUSTOMER, BY
      *    REPEATED SELECTION OF THE LOWEST UNTAKEN ENTRY.
       order-customers.
           set ordered-size to 0.

           perform take-next-customer
               until ordered-size is equal customer-store-size.

           exit paragraph.

       take-next-customer.
           set best-idx to 0.

           perform compare-one-customer
               varying c from 1 by 1
               until c is greater than customer-store-size.

           set cs-taken(best-idx) to 1.
           add 1 to ordered-size.
           move best-idx to ordered-idx(ordered-size).

           exit paragraph.

       compare-one-customer.
           if cs-taken(c) is equal 1 then
               exit paragraph
           end-if.

           if best-idx is equal 0 then
               move c to best-idx
               exit paragraph
           end-if.

           if cs-dept(c) is less than cs-dept(best-idx)
           or (cs-dept(c) is equal cs-dept(best-idx)
               and cs-customer(c) is less than
                   cs-customer(best-idx)) then
               move c to best-idx
           end-if.

           exit paragraph.

      *    RENDER-REPORT -- TITLE, COLUMN HEADINGS AND RULE (THE
      *    LINES print-format REPEATS ON EVERY PAGE), THEN EACH
      *    DEPARTMENT'S CUSTOMERS AND SUBTOTAL, THE GRAND TOTAL
      *    AND THE BUCKET SHARES; THE CSV ALONGSIDE.
       render-report.
           open output report-file.
           open output csv-file.

           move spaces to report-record.
           string
               "AGING ANALYSIS - " function trim(ag-name)
               " - " function trim(ag-table)
               " AS OF " business-day
               delimited by size
               into report-record
           end-string.
           write report-record.

           move heading-line to report-record.
           write report-record.

           move spaces to report-record.
           move all "=" to report-record.
           write report-record.

           move spaces to csv-record.
           string
               "department,customer,current,1-30,31-60,61-90,"
               "91-120,over120,total,creditlimit,overlimit"
               delimited by size
               into csv-record
           end-string.
           write csv-record.

           initialize grand-totals.
           initialize dept-totals.
           move low-values to current-dept.

           perform render-one-customer
               varying o from 1 by 1
               until o is greater than ordered-size.

           if ordered-size is greater than 0 then
               perform close-department
           end-if.

           move spaces to report-record.
           move all "=" to report-record.
           write report-record.

           move spaces to detail-line.
           move "GRAND" to dl-customer.
           perform move-grand-bucket
               varying b from 1 by 1
               until b is greater than 6.
           move gt-total to dl-amount(7).
           move spaces to dl-limit-text.
           if gt-over is greater than 0 then
               move gt-over to count-edit
               string
                   function trim(count-edit) " OVER"
                   delimited by size
                   into dl-flag
               end-string
           end-if.
           move detail-line to report-record.
           write report-record.

           move spaces to percent-line.
           move "PERCENT" to pl-label.
           perform move-one-share
               varying b from 1 by 1
               until b is greater than 6.
           move percent-line to report-record.
           write report-record.

           move spaces to report-record.
           write report-record.

           move gt-customers to count-edit.
           move spaces to report-record.
           string
               "CUSTOMERS " function trim(count-edit)
               delimited by size
               into report-record
           end-string.
           move gt-over to count-edit.
           string
               function trim(report-record)
               "   OVER CREDIT LIMIT " function trim(count-edit)
               delimited by size
               into report-record
           end-string.
           move aged-rows to count-edit.
           string
               function trim(report-record)
               "   OPEN ROWS " function trim(count-edit)
               delimited by size
               into report-record
           end-string.
           write report-record.

           close report-file.
           close csv-file.

           exit paragraph.

       move-grand-bucket.
           move gt-bucket(b) to dl-amount(b).

           exit paragraph.

       move-one-share.
           set share-number to 0.

           if gt-total is greater than 0
           and gt-bucket(b) is greater than 0 then
               compute share-number rounded =
                   gt-bucket(b) * 100 / gt-total
           end-if.

           move share-number to pl-percent(b).
           move " %" to pl-sign(b).

           exit paragraph.

      *    RENDER-ONE-CUSTOMER -- A DEPARTMENT HEADING AT EACH
      *    CHANGE, THEN THE CUSTOMER'S LINE AND CSV ROW.
       render-one-customer.
           move ordered-idx(o) to c.

           if cs-dept(c) is not equal current-dept then
               if o is greater than 1 then
                   perform close-department
               end-if

               initialize dept-totals
               move cs-dept(c) to current-dept

               move spaces to report-record
               write report-record
               move spaces to report-record
               string
                   "DEPARTMENT " function trim(current-dept)
                   delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           move spaces to detail-line.
           move cs-customer(c) to dl-customer.

           perform move-customer-bucket
               varying b from 1 by 1
               until b is greater than 6.

           move cs-total(c) to dl-amount(7).
           add cs-total(c) to dt-total.
           add cs-total(c) to gt-total.
           add 1 to dt-customers.
           add 1 to gt-customers.

           move "NO" to over-text.

           if cs-has-limit(c) is equal 1 then
               move cs-limit(c) to dl-limit
               if cs-total(c) is greater than cs-limit(c) then
                   move "OVER LIM" to dl-flag
                   move "YES" to over-text
                   add 1 to dt-over
                   add 1 to gt-over
               end-if
           else
               move spaces to dl-limit-text
           end-if.

           move detail-line to report-record.
           write report-record.

           perform write-csv-row.

           exit paragraph.

       move-customer-bucket.
           move cs-bucket(c, b) to dl-amount(b).
           add cs-bucket(c, b) to dt-bucket(b).
           add cs-bucket(c, b) to gt-bucket(b).

           exit paragraph.

      *    CLOSE-DEPARTMENT -- THE DEPARTMENT'S SUBTOTAL LINE.
       close-department.
           move spaces to report-record.
           move all "-" to report-record(11:98).
           write report-record.

           move spaces to detail-line.
           move "  SUBTOTAL" to dl-customer.
           perform move-dept-bucket
               varying b from 1 by 1
               until b is greater than 6.
           move dt-total to dl-amount(7).
           move spaces to dl-limit-text.
           if dt-over is greater than 0 then
               move dt-over to count-edit
               string
                   function trim(count-edit) " OVER"
                   delimited by size
                   into dl-flag
               end-string
           end-if.
           move detail-line to report-record.
           write report-record.

           exit paragraph.

       move-dept-bucket.
           move dt-bucket(b) to dl-amount(b).

           exit paragraph.

      *    WRITE-CSV-ROW -- THE CUSTOMER'S FIGURES AS PLAIN
      *    DECIMALS, ONE ROW PER CUSTOMER UNDER ITS DEPARTMENT.
       write-csv-row.
           move spaces to csv-record.
           set csv-pointer to 1.

           string
               function trim(cs-dept(c)) ","
               function trim(cs-customer(c))
               delimited by size
               into csv-record
               with pointer csv-pointer
           end-string.

           perform add-csv-bucket
               varying b from 1 by 1
               until b is greater than 6.

           move cs-total(c) to csv-edit.
           string
               "," function trim(csv-edit) ","
               delimited by size
               into csv-record
               with pointer csv-pointer
           end-string.

           if cs-has-limit(c) is equal 1 then
               move cs-limit(c) to csv-edit
               string
                   function trim(csv-edit)
                   delimited by size
                   into csv-record
                   with pointer csv-pointer
               end-string
           end-if.

           string
               "," function trim(over-text)
               delimited by size
               into csv-record
               with pointer csv-pointer
           end-string.

           write csv-record.

           exit paragraph.

       add-csv-bucket.
           move cs-bucket(c, b) to csv-edit.

           string
               "," function trim(csv-edit)
               delimited by size
               into csv-record
               with pointer csv-pointer
           end-string.

           exit paragraph.

       end program aging-report.
