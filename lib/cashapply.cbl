       identification division.
       program-id. cash-apply.

      ************************************************************
      * CASH APPLICATION -- THE BANK'S DAILY RECEIPTS MATCHED TO
      * OPEN INVOICES, THE JOB A CLERK DID WITH THE STATEMENT IN
      * ONE WINDOW AND THE LEDGER IN THE OTHER. THE RECEIPTS FILE
      * (CASH_FILE) IS THE SAME FIXED-WIDTH STATEMENT fixed-load
      * TAKES, READ AGAINST A LAYOUT OF THE SAME SHAPE
      * (CASH_LAYOUT, "<name> <offset> <length>" PER LINE) NAMING
      * THE COLUMNS reference (THE BANK'S RECEIPT REFERENCE, UP TO
      * 27 CHARACTERS), amount (REQUIRED), date, customer, account
      * AND remittance. AN AMOUNT WITHOUT A POINT CARRIES
      * CASH_DECIMALS IMPLIED DECIMALS (DEFAULT 2). A CUSTOMER
      * LEFT BLANK BY THE BANK IS LOOKED UP FROM THE PAYER'S
      * ACCOUNT IN cashpayers.cfg ("<account> <customer>" PER
      * LINE, # FOR COMMENTS).
      *
      * EACH RECEIPT IS MATCHED IN THREE PASSES, THE FIRST THAT
      * FINDS ANYTHING WINNING:
      *
      *   1. INVOICE NUMBERS QUOTED IN THE REMITTANCE TEXT, IN THE
      *      ORDER QUOTED, EACH PAID UP TO ITS OPEN BALANCE;
      *   2. THE CUSTOMER'S OPEN INVOICE FOR EXACTLY THE AMOUNT;
      *   3. THE CUSTOMER'S OPEN INVOICE NEAREST THE AMOUNT WITHIN
      *      CASH_TOLERANCE (DEFAULT 1.00).
      *
      * A MATCHED RECEIPT POSTS ITS PAYMENT ROWS (cash-post-payment)
      * AND ITS RECEIPT ROW AS ONE UNIT OF WORK; THE INVOICE'S
      * OPEN BALANCE COMES DOWN THROUGH db-add-to-field, SO A
      * CLERK APPLYING CASH ON SCREEN AT THE SAME MOMENT CANNOT
      * LOSE AN UPDATE. EVERY RECEIPT IS RECORDED IN THE RECEIPT
      * TABLE (CASH_RECEIPT_TABLE, DEFAULT "cashreceipts", KEY THE
      * REFERENCE) AND ONE ALREADY ON FILE IS NOT APPLIED TWICE.
      * ONE NOT FULLY MATCHED IS LEFT "UNAPPLIED" OR "PARTIAL"
      * WITH THE CASH STILL TO PLACE, AND A TOLERANCE MATCH THAT
      * LEFT THE INVOICE SHORT IS "SHORTPAY" -- THE UNAPPLIED-CASH
      * EXCEPTIONS A CLERK WORKS ON /maintain/cash. THE RECEIPTS
      * READ AND THEIR AMOUNT (IN CENTS, THE HASH TOTAL) BALANCE
      * TO THE BANK'S "TRAILER <count> <hash>" LINE, OR
      * "<file>.ctl", THROUGH run-control-check; OUT OF BALANCE,
      * OR A POSTING REFUSED, FINISHES NONZERO.
      *
      * THE ROW LAYOUTS (DECLARE THEM IN schemas.cfg; THE
      * INVOICE'S openbalance FIELD, 327/13, MUST BE DECLARED
      * NUMERIC FOR db-add-to-field; OFFSETS FROM 1):
      *   RECEIPT VALUE-DATE 1/8 CUSTOMER 9/10 ACCOUNT 19/34
      *           AMOUNT 53/13 (2 DEC) APPLIED 66/13 (2 DEC)
      *           UNAPPLIED 79/13 (2 DEC) STATUS 92/10 METHOD 102/10
      *           REMITTANCE 112/140 SOURCE 252/64 LOADED 316/14
      *           RESOLVED-BY 330/32 NOTE 362/80
      *   PAYMENT RECEIPT 1/30 INVOICE 31/22 CUSTOMER 53/10
      *           AMOUNT 63/13 (2 DEC) VALUE-DATE 76/8 METHOD 84/10
      *           POSTED 94/14 POSTED-BY 108/32
      *           (CASH_PAYMENT_TABLE, DEFAULT "payments", KEY
      *           "<receipt>/<invoice>")
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select bank-file assign to dynamic bank-path
           organization is line sequential
           file status is bank-stat.

           select layout-file assign to dynamic layout-path
           organization is line sequential
           file status is layout-stat.

           select payer-config assign to "cashpayers.cfg"
           organization is line sequential
           file status is payer-stat.

       data division.

       file section.
       fd bank-file.
       01 bank-record pic x(1100).

       fd layout-file.
       01 layout-record pic x(128).

       fd payer-config.
       01 payer-record pic x(128).

       working-storage section.
       77 bank-stat     pic xx.
       77 layout-stat   pic xx.
       77 payer-stat    pic xx.
       77 bank-path     pic x(256).
       77 layout-path   pic x(256).
       77 bank-eof      pic 9.
       77 layout-eof    pic 9.
       77 payer-eof     pic 9.

       77 receipt-table pic x(30).
       77 invoice-table pic x(30).
       77 setting-text  pic x(12).
       77 text-length   pic 9(2).
       77 implied-decimals pic 9.
       77 tolerance-cents pic 9(13).
       77 business-day  pic x(8).

       01 layout-table.
           05 layout-column occurs 20 times.
               10 lay-name   pic x(30).
               10 lay-offset pic 9(4).
               10 lay-length pic 9(4).
           05 layout-size pic 9(2).
       01 layout-fields.
           05 lcfg-name pic x(30).
           05 lcfg-offset-text pic x(6).
           05 lcfg-length-text pic x(6).
       77 ref-column    pic 9(2).
       77 date-column   pic 9(2).
       77 amount-column pic 9(2).
       77 customer-column pic 9(2).
       77 account-column pic 9(2).
       77 remit-column  pic 9(2).
       77 want-column   pic 9(2).
       77 column-value  pic x(256).

       01 payer-table.
           05 payer-entry occurs 200 times.
               10 py-account  pic x(34).
               10 py-customer pic x(10).
           05 payer-size pic 9(3).
       01 payer-fields.
           05 pcfg-account  pic x(34).
           05 pcfg-customer pic x(10).
       77 p             pic 9(3).

       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count   pic 9(3).
       77 query-status  pic 9.
       77 resume-key    pic x(50).
       77 blank-key     pic x(50).
       77 scan-done     pic 9.
       77 r             pic 9(3).

       01 receipt-row.
           05 cr-value-date  pic x(8).
           05 cr-customer    pic x(10).
           05 cr-account     pic x(34).
           05 cr-amount      pic 9(11)v99.
           05 cr-applied     pic 9(11)v99.
           05 cr-unapplied   pic 9(11)v99.
           05 cr-status      pic x(10).
           05 cr-method      pic x(10).
           05 cr-remittance  pic x(140).
           05 cr-source      pic x(64).
           05 cr-loaded      pic x(14).
           05 cr-resolved-by pic x(32).
           05 cr-note        pic x(80).
           05 filler         pic x(583).

       01 invoice-row.
           05 iv-customer       pic x(10).
           05 iv-invoice-number pic x(22).
           05 iv-invoice-date   pic x(8).
           05 iv-po-number      pic x(22).
           05 iv-currency       pic x(3).
           05 iv-total          pic 9(11)v99.
           05 iv-edi-status     pic x(10).
           05 iv-edi-control    pic x(9).
           05 iv-edi-sent       pic x(14).
           05 iv-order-key      pic x(33).
           05 iv-subtotal       pic 9(11)v99.
           05 iv-tax            pic 9(11)v99.
           05 iv-tax-rate       pic 9(3)v9(4).
           05 iv-due-date       pic x(8).
           05 iv-terms-days     pic 9(3).
           05 iv-document       pic x(64).
           05 iv-mail-status    pic x(10).
           05 iv-mail-to        pic x(64).
           05 iv-open-balance   pic x(13).
           05 filler            pic x(685).

      *    WHERE THE RECEIPT GOES, PLANNED BEFORE ANYTHING POSTS.
       01 allocation-table.
           05 allocation occurs 20 times.
               10 al-invoice pic x(22).
               10 al-cents   pic 9(13).
           05 allocation-count pic 9(2).
       77 a             pic 9(2).
       77 already-planned pic 9.

       01 remittance-words.
           05 rem-word occurs 12 times pic x(30).
       77 w             pic 9(2).
       77 remittance-upper pic x(140).

       77 receipt-key   pic x(50).
       77 receipt-cents pic 9(13).
       77 remaining-cents pic 9(13).
       77 open-cents    pic 9(13).
       77 take-cents    pic 9(13).
       77 diff-cents    pic 9(13).
       77 best-diff     pic 9(13).
       77 best-invoice  pic x(22).
       77 best-open     pic 9(13).
       77 short-cents   pic 9(13).
       77 applied-total-cents pic 9(13).
       77 match-method  pic x(10).
       77 scan-mode     pic x(10).
       77 lookup-key    pic x(50).
       77 customer-code pic x(10).
       77 apply-amount  pic 9(11)v99.
       77 posted-by     pic x(32) value "cash-apply".
       77 post-status   pic 9.
       77 post-outcome  pic x(80).
       77 post-failed   pic 9.
       77 tx-status     pic 9.
       77 upsert-status pic 9.
       77 load-source   pic x(32) value "cash-apply".
       77 now-stamp     pic x(21).

       77 decimal-text    pic x(80).
       77 decimal-scratch pic x(80).
       77 decimal-work    pic 9(11)v9(4).
       77 decimal-ok      pic 9.
       77 decimal-length  pic 9(2).
       77 point-count     pic 9(2).

       77 read-count    pic 9(7).
       77 input-line    pic 9(7).
       77 applied-count pic 9(7).
       77 exception-count pic 9(7).
       77 repeat-count  pic 9(7).
       77 failed-count  pic 9(7).
       77 hash-total    pic 9(15).
       77 applied-total pic 9(13)v99.
       77 unapplied-total pic 9(13)v99.
       77 read-total    pic 9(13)v99.
       77 trailer-count pic 9(7).
       77 trailer-hash  pic 9(15).
       77 trailer-seen  pic 9.
       77 balance-ok    pic 9.
       01 trailer-parts.
           05 trl-count-text pic x(10).
           05 trl-hash-text  pic x(18).
       77 count-edit    pic z(6)9.
       77 money-edit    pic z(12)9.99.

       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       procedure division.

           set bank-path to spaces.
           set layout-path to spaces.
           accept bank-path from environment "CASH_FILE".
           accept layout-path from environment "CASH_LAYOUT".

           if bank-path is equal spaces
           or layout-path is equal spaces then
               display "CASH_FILE AND CASH_LAYOUT ARE REQUIRED"
               move 8 to return-code
               goback
           end-if.

           perform take-settings.

           perform load-layout.

           if amount-column is equal 0 then
               display "LAYOUT HAS NO amount COLUMN"
               move 8 to return-code
               goback
           end-if.

           perform load-payers.

           call "business-date"
           using by reference business-day.

           move "cash-apply" to log-source.
           move spaces to blank-key.

           set read-count to 0.
           set applied-count to 0.
           set exception-count to 0.
           set repeat-count to 0.
           set failed-count to 0.
           set hash-total to 0.
           set applied-total to 0.
           set unapplied-total to 0.
           set read-total to 0.
           set trailer-count to 0.
           set trailer-hash to 0.
           set trailer-seen to 0.

           open input bank-file.

           if bank-stat is not equal "00" then
               display "CANNOT OPEN " function trim(bank-path)
               move 8 to return-code
               goback
           end-if.

      *    EVERY ROW THE RUN WRITES CARRIES ITS RUN-CONTROL ID
      *    AND STATEMENT LINE (lib/provenance.cbl).
           call "run-control-open"
           using by content bank-path.

           set input-line to 0.
           set bank-eof to 0.

           perform read-one-receipt until bank-eof is equal 1.

           close bank-file.

           perform report-summary.

      *    THE RUN-CONTROL RECORD AND THE BANK'S BALANCE, THE
      *    SAME END-OF-RUN DISCIPLINE AS THE LOADERS'.
           set balance-ok to 1.

           call "run-control-check"
           using by content bank-path,
           by content read-count,
           by content applied-count,
           by content exception-count,
           by content hash-total,
           by content trailer-count,
           by content trailer-hash,
           by content trailer-seen,
           by reference balance-ok.

           if balance-ok is equal 0 then
               display "RUN OUT OF BALANCE WITH BANK CONTROL"
           end-if.

           if balance-ok is equal 0
           or failed-count is greater than 0 then
               move 8 to return-code
           else
               move 0 to return-code
           end-if.

           goback.

       take-settings.
           set receipt-table to spaces.
           accept receipt-table from environment "CASH_RECEIPT_TABLE".
           if receipt-table is equal spaces then
               set receipt-table to "cashreceipts"
           end-if.

           set invoice-table to spaces.
           accept invoice-table from environment "CASH_INVOICE_TABLE".
           if invoice-table is equal spaces then
               set invoice-table to "invoices"
           end-if.

           set setting-text to spaces.
           accept setting-text from environment "CASH_DECIMALS".
           if setting-text(1:1) is numeric
           and setting-text(2:1) is equal space then
               move setting-text(1:1) to implied-decimals
           else
               move 2 to implied-decimals
           end-if.

           set setting-text to spaces.
           accept setting-text from environment "CASH_TOLERANCE".
           if setting-text is equal spaces then
               move "1.00" to setting-text
           end-if.
           move setting-text to decimal-text.
           perform read-decimal.
           if decimal-ok is equal 1 then
               compute tolerance-cents = decimal-work * 100
           else
               move 100 to tolerance-cents
           end-if.

           exit paragraph.

      *    LOAD-LAYOUT -- THE STATEMENT'S COLUMNS, THE fixed-load
      *    LAYOUT SHAPE.
       load-layout.
           set layout-size to 0.
           set ref-column to 0.
           set date-column to 0.
           set amount-column to 0.
           set customer-column to 0.
           set account-column to 0.
           set remit-column to 0.

           open input layout-file.

           if layout-stat is not equal "00" then
               exit paragraph
           end-if.

           set layout-eof to 0.

           perform read-one-layout-line until layout-eof is equal 1.

           close layout-file.

           exit paragraph.

       read-one-layout-line.
           read layout-file
               at end
                   set layout-eof to 1
                   exit paragraph
           end-read.

           if layout-record is equal spaces
           or layout-record(1:1) is equal "#"
           or layout-size is equal 20 then
               exit paragraph
           end-if.

           initialize layout-fields.
           unstring layout-record delimited by all X"20"
               into lcfg-name, lcfg-offset-text, lcfg-length-text
           end-unstring.

           if function trim(lcfg-offset-text) is not numeric
           or function trim(lcfg-length-text) is not numeric then
               exit paragraph
           end-if.

           add 1 to layout-size.
           move lcfg-name to lay-name(layout-size).
           move function numval(lcfg-offset-text)
               to lay-offset(layout-size).
           move function numval(lcfg-length-text)
               to lay-length(layout-size).

           evaluate lcfg-name
               when "reference"
                   move layout-size to ref-column
               when "date"
                   move layout-size to date-column
               when "amount"
                   move layout-size to amount-column
               when "customer"
                   move layout-size to customer-column
               when "account"
                   move layout-size to account-column
               when "remittance"
                   move layout-size to remit-column
           end-evaluate.

           exit paragraph.

      *    LOAD-PAYERS -- THE PAYER ACCOUNT TO CUSTOMER MAP.
       load-payers.
           set payer-size to 0.

           open input payer-config.

           if payer-stat is not equal "00" then
               exit paragraph
           end-if.

           set payer-eof to 0.

           perform read-one-payer until payer-eof is equal 1.

           close payer-config.

           exit paragraph.

       read-one-payer.
           read payer-config
               at end
                   set payer-eof to 1
                   exit paragraph
           end-read.

           if payer-record is equal spaces
           or payer-record(1:1) is equal "#"
           or payer-size is equal 200 then
               exit paragraph
           end-if.

           initialize payer-fields.
           unstring payer-record delimited by all X"20"
               into pcfg-account, pcfg-customer
           end-unstring.

           if pcfg-customer is equal spaces then
               exit paragraph
           end-if.

           add 1 to payer-size.
           move pcfg-account to py-account(payer-size).
           move pcfg-customer to py-customer(payer-size).

           exit paragraph.

       read-one-receipt.
           read bank-file
               at end
                   set bank-eof to 1
                   exit paragraph
           end-read.

           add 1 to input-line.
           call "db-origin-line"
           using by content input-line.

           if bank-record is equal spaces then
               exit paragraph
           end-if.

      *    A "TRAILER" LINE CARRIES THE BANK'S EXPECTED FIGURES
      *    ("TRAILER <count> [<hash>]") -- CONTROL, NOT DATA.
           if bank-record(1:8) is equal "TRAILER " then
               perform take-trailer
               exit paragraph
           end-if.

           add 1 to read-count.

           perform apply-one-receipt.

           exit paragraph.

       take-trailer.
           set trailer-seen to 1.

           initialize trailer-parts.
           unstring bank-record(9:) delimited by all X"20"
               into trl-count-text, trl-hash-text
           end-unstring.

           if function trim(trl-count-text) is numeric then
               move function numval(trl-count-text) to trailer-count
           end-if.

           if trl-hash-text is not equal spaces
           and function trim(trl-hash-text) is numeric then
               move function numval(trl-hash-text) to trailer-hash
           end-if.

           exit paragraph.

       get-column.
           move spaces to column-value.

           if want-column is greater than 0 then
               move bank-record(lay-offset(want-column):
                   lay-length(want-column)) to column-value
           end-if.

           exit paragraph.

      *    APPLY-ONE-RECEIPT -- READ, MATCH, POST, RECORD.
       apply-one-receipt.
           move spaces to receipt-row.
           move 0 to cr-amount.
           move 0 to cr-applied.
           move 0 to cr-unapplied.

           move ref-column to want-column.
           perform get-column.
           move function trim(column-value) to receipt-key.

           if receipt-key is equal spaces then
               move read-count to count-edit
               string
                   "NOREF-" business-day "-"
                   function trim(count-edit)
                   delimited by size
                   into receipt-key
               end-string
           end-if.

           move date-column to want-column.
           perform get-column.
           move column-value to cr-value-date.
           if cr-value-date is equal spaces then
               move business-day to cr-value-date
           end-if.

           move customer-column to want-column.
           perform get-column.
           move function trim(column-value) to cr-customer.

           move account-column to want-column.
           perform get-column.
           move function trim(column-value) to cr-account.

           move remit-column to want-column.
           perform get-column.
           move function trim(column-value) to cr-remittance.

           move bank-path to cr-source.
           move function current-date to now-stamp.
           move now-stamp(1:14) to cr-loaded.

           move amount-column to want-column.
           perform get-column.
           perform read-amount.

           if decimal-ok is equal 0 then
               move "UNAPPLIED" to cr-status
               move "NONE" to cr-method
               move "AMOUNT NOT READABLE" to cr-note
               perform record-receipt-alone
               exit paragraph
           end-if.

           move apply-amount to cr-amount.
           compute receipt-cents = apply-amount * 100.
           add receipt-cents to hash-total.
           add apply-amount to read-total.

      *    A REFERENCE ALREADY ON FILE WAS APPLIED BY AN EARLIER
      *    RUN; THE BANK'S REPEAT IS COUNTED, NOT POSTED AGAIN.
           set fetch-count to 0.
           call "db-query"
           using by content receipt-table,
           by content receipt-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if fetch-count is greater than 0 then
               add 1 to repeat-count
               display "RECEIPT " function trim(receipt-key)
                   " ALREADY ON FILE - NOT APPLIED AGAIN"
               exit paragraph
           end-if.

           if cr-customer is equal spaces
           and cr-account is not equal spaces then
               perform find-payer
                   varying p from 1 by 1
                   until p is greater than payer-size
                   or cr-customer is not equal spaces
           end-if.

           perform plan-receipt.

           perform post-receipt.

           exit paragraph.

       find-payer.
           if py-account(p) is equal cr-account then
               move py-customer(p) to cr-customer
           end-if.

           exit paragraph.

      *    READ-AMOUNT -- column-value AS A DECIMAL; WITHOUT A
      *    POINT IT CARRIES implied-decimals.
       read-amount.
           move column-value to decimal-text.
           perform read-decimal.

           if decimal-ok is equal 0 then
               exit paragraph
           end-if.

           if point-count is equal 0 then
               compute decimal-work rounded =
                   decimal-work / (10 ** implied-decimals)
           end-if.

           compute apply-amount rounded = decimal-work.

           if apply-amount is equal 0 then
               set decimal-ok to 0
           end-if.

           exit paragraph.

      *    PLAN-RECEIPT -- THE THREE MATCHING PASSES.
       plan-receipt.
           set allocation-count to 0.
           move receipt-cents to remaining-cents.
           move spaces to match-method.
           set short-cents to 0.

           perform match-by-invoice-number.

           if allocation-count is equal 0
           and cr-customer is not equal spaces then
               move "EXACT" to scan-mode
               perform scan-customer-invoices
           end-if.

           if allocation-count is equal 0
           and cr-customer is not equal spaces
           and tolerance-cents is greater than 0 then
               move "TOLERANCE" to scan-mode
               perform scan-customer-invoices
           end-if.

           exit paragraph.

      *    MATCH-BY-INVOICE-NUMBER -- EVERY WORD OF THE REMITTANCE
      *    TRIED AS AN INVOICE KEY.
       match-by-invoice-number.
           if cr-remittance is equal spaces then
               exit paragraph
           end-if.

           initialize remittance-words.
           move cr-remittance to remittance-upper.
           inspect remittance-upper converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           unstring remittance-upper
               delimited by all " " or "," or ";" or ":"
               into rem-word(1), rem-word(2), rem-word(3),
                    rem-word(4), rem-word(5), rem-word(6),
                    rem-word(7), rem-word(8), rem-word(9),
                    rem-word(10), rem-word(11), rem-word(12)
           end-unstring.

           perform try-remittance-word
               varying w from 1 by 1
               until w is greater than 12
               or remaining-cents is equal 0
               or allocation-count is equal 20.

           exit paragraph.

       try-remittance-word.
           if rem-word(w) is equal spaces then
               exit paragraph
           end-if.

           move rem-word(w) to lookup-key.

           set fetch-count to 0.
           call "db-query"
           using by content invoice-table,
           by content lookup-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if fetch-count is equal 0 then
               exit paragraph
           end-if.

           move fetch-row-value(1) to invoice-row.

           if cr-customer is not equal spaces
           and iv-customer is not equal cr-customer then
               exit paragraph
           end-if.

           perform take-open-cents.

           if open-cents is equal 0 then
               exit paragraph
           end-if.

           set already-planned to 0.
           perform check-planned
               varying a from 1 by 1
               until a is greater than allocation-count.

           if already-planned is equal 1 then
               exit paragraph
           end-if.

           if cr-customer is equal spaces then
               move iv-customer to cr-customer
           end-if.

           if open-cents is less than remaining-cents then
               move open-cents to take-cents
           else
               move remaining-cents to take-cents
           end-if.

           move fetch-row-key(1) to best-invoice.
           perform add-allocation.
           move "INVOICE" to match-method.

           exit paragraph.

       check-planned.
           if al-invoice(a) is equal fetch-row-key(1) then
               set already-planned to 1
           end-if.

           exit paragraph.

       take-open-cents.
           set open-cents to 0.

           if iv-open-balance is not equal spaces then
               compute open-cents =
                   function numval(function trim(iv-open-balance))
           end-if.

           exit paragraph.

       add-allocation.
           add 1 to allocation-count.
           move best-invoice to al-invoice(allocation-count).
           move take-cents to al-cents(allocation-count).
           subtract take-cents from remaining-cents.

           exit paragraph.

      *    SCAN-CUSTOMER-INVOICES -- THE CUSTOMER'S OPEN INVOICES,
      *    LOOKING FOR THE EXACT AMOUNT (THE FIRST ONE, OLDEST
      *    NUMBER FIRST) OR THE NEAREST WITHIN TOLERANCE.
       scan-customer-invoices.
           move spaces to best-invoice.
           move tolerance-cents to best-diff.
           add 1 to best-diff.
           set best-open to 0.

           move spaces to resume-key.
           set scan-done to 0.

           perform scan-invoice-page until scan-done is equal 1.

           if best-invoice is equal spaces then
               exit paragraph
           end-if.

           move scan-mode to match-method.

           if best-open is less than receipt-cents then
               move best-open to take-cents
           else
               move receipt-cents to take-cents
           end-if.

           if best-open is greater than receipt-cents then
               compute short-cents = best-open - receipt-cents
           end-if.

           perform add-allocation.

           exit paragraph.

       scan-invoice-page.
           set fetch-count to 0.

           call "db-query"
           using by content invoice-table,
           by content blank-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status,
           by content resume-key.

           if fetch-count is equal 0 then
               set scan-done to 1
               exit paragraph
           end-if.

           perform test-one-invoice
               varying r from 1 by 1
               until r is greater than fetch-count
               or scan-done is equal 1.

           if scan-done is equal 0 then
               move fetch-row-key(fetch-count) to resume-key

               if fetch-count is less than 50 then
                   set scan-done to 1
               end-if
           end-if.

           exit paragraph.

       test-one-invoice.
           move fetch-row-value(r) to invoice-row.

           if iv-customer is not equal cr-customer then
               exit paragraph
           end-if.

           perform take-open-cents.

           if open-cents is equal 0 then
               exit paragraph
           end-if.

           if scan-mode is equal "EXACT" then
               if open-cents is equal receipt-cents then
                   move fetch-row-key(r) to best-invoice
                   move open-cents to best-open
                   set scan-done to 1
               end-if
               exit paragraph
           end-if.

           if open-cents is greater than receipt-cents then
               compute diff-cents = open-cents - receipt-cents
           else
               compute diff-cents = receipt-cents - open-cents
           end-if.

           if diff-cents is less than best-diff then
               move diff-cents to best-diff
               move fetch-row-key(r) to best-invoice
               move open-cents to best-open
           end-if.

           exit paragraph.

      *    POST-RECEIPT -- THE PAYMENTS AND THE RECEIPT ROW AS ONE
      *    UNIT OF WORK. A REFUSAL ROLLS IT ALL BACK AND THE
      *    RECEIPT IS RECORDED UNAPPLIED FOR A CLERK.
       post-receipt.
           set applied-total-cents to 0.
           perform sum-one-allocation
               varying a from 1 by 1
               until a is greater than allocation-count.

           compute cr-applied = applied-total-cents / 100.
           compute cr-unapplied = cr-amount - cr-applied.

           evaluate true
               when allocation-count is equal 0
                   move "UNAPPLIED" to cr-status
                   move "NONE" to cr-method
                   move "NO MATCHING OPEN INVOICE" to cr-note
               when cr-unapplied is greater than 0
                   move "PARTIAL" to cr-status
                   move match-method to cr-method
                   move "CASH LEFT OVER AFTER THE QUOTED INVOICES"
                       to cr-note
               when short-cents is greater than 0
                   move "SHORTPAY" to cr-status
                   move match-method to cr-method
                   compute apply-amount = short-cents / 100
                   move apply-amount to money-edit
                   string
                       "INVOICE " function trim(al-invoice(1))
                       " LEFT SHORT BY " function trim(money-edit)
                       delimited by size
                       into cr-note
                   end-string
               when other
                   move "APPLIED" to cr-status
                   move match-method to cr-method
           end-evaluate.

           if allocation-count is equal 0 then
               perform record-receipt-alone
               exit paragraph
           end-if.

           set tx-status to 0.
           call "db-tx-begin"
           using by reference tx-status.

           if tx-status is equal 0 then
               move "UNIT OF WORK COULD NOT BE OPENED" to post-outcome
               perform record-posting-failure
               exit paragraph
           end-if.

           set post-failed to 0.

           perform post-one-allocation
               varying a from 1 by 1
               until a is greater than allocation-count
               or post-failed is equal 1.

           if post-failed is equal 0 then
               set upsert-status to 0
               call "db-update"
               using by content receipt-table,
               by content receipt-key,
               by content receipt-row,
               by reference upsert-status,
               by content load-source

               if upsert-status is not equal 1 then
                   set post-failed to 1
                   move "RECEIPT ROW REFUSED" to post-outcome
               end-if
           end-if.

           if post-failed is equal 1 then
               call "db-tx-rollback"
               using by reference tx-status

               perform record-posting-failure
               exit paragraph
           end-if.

           call "db-tx-commit"
           using by reference tx-status.

           add cr-applied to applied-total.
           add cr-unapplied to unapplied-total.

           if cr-status is equal "APPLIED" then
               add 1 to applied-count
           else
               add 1 to exception-count
           end-if.

           exit paragraph.

       sum-one-allocation.
           add al-cents(a) to applied-total-cents.

           exit paragraph.

       post-one-allocation.
           compute apply-amount = al-cents(a) / 100.
           set post-status to 0.
           move spaces to post-outcome.

           call "cash-post-payment"
           using by content receipt-key,
           by content al-invoice(a),
           by content apply-amount,
           by content cr-value-date,
           by content cr-method,
           by content posted-by,
           by reference post-status,
           by reference post-outcome.

           if post-status is not equal 1 then
               set post-failed to 1
           end-if.

           exit paragraph.

      *    RECORD-POSTING-FAILURE -- NOTHING WAS APPLIED; THE
      *    RECEIPT GOES ON FILE UNAPPLIED WITH THE REASON.
       record-posting-failure.
           add 1 to failed-count.

           move 0 to cr-applied.
           move cr-amount to cr-unapplied.
           move "UNAPPLIED" to cr-status.
           move "NONE" to cr-method.
           move spaces to cr-note.
           string
               "POSTING REFUSED - " function trim(post-outcome)
               delimited by size
               into cr-note
           end-string.

           move "ERROR" to log-level.
           set log-text to spaces.
           string
               "RECEIPT " function trim(receipt-key)
               " NOT APPLIED - " function trim(post-outcome)
               delimited by size
               into log-text
           end-string.
           perform write-log.

           perform record-receipt-alone.

           exit paragraph.

      *    RECORD-RECEIPT-ALONE -- A RECEIPT WITH NOTHING POSTED,
      *    ON FILE AS AN EXCEPTION.
       record-receipt-alone.
           move cr-amount to cr-unapplied.
           move 0 to cr-applied.

           set upsert-status to 0.
           call "db-update"
           using by content receipt-table,
           by content receipt-key,
           by content receipt-row,
           by reference upsert-status,
           by content load-source.

           add cr-unapplied to unapplied-total.
           add 1 to exception-count.

           if upsert-status is not equal 1 then
               add 1 to failed-count
               move "ERROR" to log-level
               set log-text to spaces
               string
                   "RECEIPT " function trim(receipt-key)
                   " COULD NOT BE RECORDED"
                   delimited by size
                   into log-text
               end-string
               perform write-log
           end-if.

           exit paragraph.

       report-summary.
           move read-count to count-edit.
           display "RECEIPTS READ    " count-edit.
           move applied-count to count-edit.
           display "FULLY APPLIED    " count-edit.
           move exception-count to count-edit.
           display "EXCEPTIONS       " count-edit.
           move repeat-count to count-edit.
           display "ALREADY ON FILE  " count-edit.
           move failed-count to count-edit.
           display "POSTING FAILURES " count-edit.
           move read-total to money-edit.
           display "AMOUNT READ      " money-edit.
           move applied-total to money-edit.
           display "AMOUNT APPLIED   " money-edit.
           move unapplied-total to money-edit.
           display "AMOUNT UNAPPLIED " money-edit.

           move "INFO" to log-level.
           set log-text to spaces.
           move read-count to count-edit.
           string
               "CASH " function trim(bank-path)
               " RECEIPTS " function trim(count-edit)
               delimited by size
               into log-text
           end-string.
           move applied-total to money-edit.
           string
               function trim(log-text) " APPLIED "
               function trim(money-edit)
               delimited by size
               into log-text
           end-string.
           move unapplied-total to money-edit.
           string
               function trim(log-text) " UNAPPLIED "
               function trim(money-edit)
               delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    READ-DECIMAL -- A PLAIN DECIMAL (DIGITS WITH AT MOST
      *    ONE POINT) INTO decimal-work; point-count SAYS WHETHER
      *    THE POINT WAS THERE.
       read-decimal.
           set decimal-ok to 0.
           set decimal-work to 0.
           set point-count to 0.

           if decimal-text is equal spaces then
               exit paragraph
           end-if.

           move function length(function trim(decimal-text))
               to decimal-length.

           move function trim(decimal-text) to decimal-scratch.
           move decimal-scratch to decimal-text.

           inspect decimal-scratch(1:decimal-length)
               tallying point-count for all ".".

           if point-count is greater than 1 then
               exit paragraph
           end-if.

           inspect decimal-scratch(1:decimal-length)
               replacing all "." by "0".

           if decimal-scratch(1:decimal-length) is not numeric then
               exit paragraph
           end-if.

           compute decimal-work =
               function numval(decimal-text(1:decimal-length)).
           set decimal-ok to 1.

           exit paragraph.

       write-log.
           display function trim(log-text).

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program cash-apply.

      *****************************************

       identification division.
       program-id. cash-post-payment.

      ************************************************************
      * ONE PAYMENT POSTED -- A RECEIPT'S AMOUNT APPLIED TO ONE
      * INVOICE: THE PAYMENT ROW ("<receipt>/<invoice>", ADDED TO
      * WHEN THE SAME RECEIPT PAYS THE SAME INVOICE AGAIN) AND THE
      * INVOICE'S OPEN BALANCE REDUCED THROUGH db-add-to-field,
      * WHICH REFUSES RATHER THAN TAKE IT BELOW ZERO. SHARED BY
      * cash-apply AND THE /maintain/cash SCREEN; THE CALLER HOLDS
      * THE UNIT OF WORK AND ROLLS BACK ON status-func 0, WITH
      * post-outcome SAYING WHY.
      ************************************************************

       data division.

       working-storage section.
       77 invoice-table pic x(30).
       77 payment-table pic x(30).
       77 balance-field pic x(30) value "openbalance".
       77 payment-key   pic x(50).
       77 lookup-key    pic x(50).
       77 query-status  pic 9.
       77 fetch-count   pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 open-cents    pic 9(13).
       77 apply-cents   pic 9(13).
       77 add-delta     pic s9(9).
       77 new-balance   pic s9(13).
       77 add-status    pic 9.
       77 upsert-status pic 9.
       77 post-source   pic x(32) value "cash-apply".
       77 now-stamp     pic x(21).

       01 invoice-row.
           05 iv-customer       pic x(10).
           05 filler            pic x(316).
           05 iv-open-balance   pic x(13).
           05 filler            pic x(685).

       01 payment-row.
           05 pm-receipt     pic x(30).
           05 pm-invoice     pic x(22).
           05 pm-customer    pic x(10).
           05 pm-amount      pic 9(11)v99.
           05 pm-value-date  pic x(8).
           05 pm-method      pic x(10).
           05 pm-posted      pic x(14).
           05 pm-posted-by   pic x(32).
           05 filler         pic x(885).

       linkage section.
       01 receipt-ref    pic x(50).
       01 invoice-number pic x(22).
       01 apply-amount   pic 9(11)v99.
       01 value-date     pic x(8).
       01 post-method    pic x(10).
       01 posted-by      pic x(32).
       01 status-func    pic 9.
       01 post-outcome   pic x(80).

       procedure division using receipt-ref, invoice-number,
                           apply-amount, value-date, post-method,
                           posted-by, status-func, post-outcome.

           set status-func to 0.
           move spaces to post-outcome.

           set invoice-table to spaces.
           accept invoice-table from environment "CASH_INVOICE_TABLE".
           if invoice-table is equal spaces then
               set invoice-table to "invoices"
           end-if.

           set payment-table to spaces.
           accept payment-table from environment "CASH_PAYMENT_TABLE".
           if payment-table is equal spaces then
               set payment-table to "payments"
           end-if.

           compute apply-cents = apply-amount * 100.

           if apply-cents is equal 0
           or apply-cents is greater than 999999999 then
               string
                   "AMOUNT OUT OF RANGE FOR INVOICE "
                   function trim(invoice-number)
                   delimited by size
                   into post-outcome
               end-string
               exit program
           end-if.

           move invoice-number to lookup-key.

           set fetch-count to 0.
           call "db-query"
           using by content invoice-table,
           by content lookup-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if fetch-count is equal 0 then
               string
                   "NO INVOICE " function trim(invoice-number)
                   delimited by size
                   into post-outcome
               end-string
               exit program
           end-if.

           move fetch-row-value(1) to invoice-row.

           set open-cents to 0.
           if iv-open-balance is not equal spaces then
               compute open-cents =
                   function numval(function trim(iv-open-balance))
           end-if.

           if apply-cents is greater than open-cents then
               string
                   "MORE THAN THE OPEN BALANCE OF INVOICE "
                   function trim(invoice-number)
                   delimited by size
                   into post-outcome
               end-string
               exit program
           end-if.

           perform save-payment-row.

           if upsert-status is not equal 1 then
               string
                   "PAYMENT ROW REFUSED FOR INVOICE "
                   function trim(invoice-number)
                   delimited by size
                   into post-outcome
               end-string
               exit program
           end-if.

           compute add-delta = 0 - apply-cents.
           set add-status to 0.

           call "db-add-to-field"
           using by content invoice-table,
           by content lookup-key,
           by content balance-field,
           by content add-delta,
           by reference new-balance,
           by reference add-status.

           if add-status is not equal 1 then
               string
                   "OPEN BALANCE OF INVOICE "
                   function trim(invoice-number)
                   " COULD NOT BE REDUCED"
                   delimited by size
                   into post-outcome
               end-string
               exit program
           end-if.

           set status-func to 1.

           exit program.

      *    SAVE-PAYMENT-ROW -- NEW, OR ADDED TO THE ONE THIS
      *    RECEIPT ALREADY HAS AGAINST THE INVOICE.
       save-payment-row.
           set payment-key to spaces.
           string
               function trim(receipt-ref) "/"
               function trim(invoice-number)
               delimited by size
               into payment-key
           end-string.

           set fetch-count to 0.
           call "db-query"
           using by content payment-table,
           by content payment-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if fetch-count is greater than 0 then
               move fetch-row-value(1) to payment-row
               add apply-amount to pm-amount
           else
               move spaces to payment-row
               move receipt-ref to pm-receipt
               move invoice-number to pm-invoice
               move iv-customer to pm-customer
               move apply-amount to pm-amount
               move value-date to pm-value-date
           end-if.

           move post-method to pm-method.
           move function current-date to now-stamp.
           move now-stamp(1:14) to pm-posted.
           move posted-by to pm-posted-by.

           set upsert-status to 0.
           call "db-update"
           using by content payment-table,
           by content payment-key,
           by content payment-row,
           by reference upsert-status,
           by content post-source.

           exit paragraph.

       end program cash-post-payment.

      *****************************************

       identification division.
       program-id. http-maintain-cash.

      ************************************************************
      * GET /maintain/cash -- THE UNAPPLIED-CASH EXCEPTIONS LIST:
      * EVERY RECEIPT cash-apply LEFT "UNAPPLIED", "PARTIAL" OR
      * "SHORTPAY", WITH WHAT THE BANK SAID (VALUE DATE, CUSTOMER,
      * ACCOUNT, REMITTANCE) AND WHY IT STOPPED. EACH CARRIES TWO
      * ACTS FOR /maintain/cashpost: APPLY AN AMOUNT OF THE CASH
      * STILL TO PLACE TO AN INVOICE THE CLERK NAMES, OR RESOLVE
      * THE RECEIPT WITH A NOTE (REFUNDED, ON ACCOUNT, SHORT
      * PAYMENT ACCEPTED). THE COUNT AND THE CASH STILL UNAPPLIED
      * CLOSE THE PAGE. STREAMED, LIKE THE MASS-UPDATE SCREEN.
      ************************************************************

       data division.

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count   pic 9(3).
       77 query-status  pic 9.
       77 resume-key    pic x(50).
       77 blank-key     pic x(50).
       77 scan-done     pic 9.
       77 r             pic 9(3).

       01 receipt-row.
           05 cr-value-date  pic x(8).
           05 cr-customer    pic x(10).
           05 cr-account     pic x(34).
           05 cr-amount      pic 9(11)v99.
           05 cr-applied     pic 9(11)v99.
           05 cr-unapplied   pic 9(11)v99.
           05 cr-status      pic x(10).
           05 cr-method      pic x(10).
           05 cr-remittance  pic x(140).
           05 cr-source      pic x(64).
           05 cr-loaded      pic x(14).
           05 cr-resolved-by pic x(32).
           05 cr-note        pic x(80).
           05 filler         pic x(583).

       77 receipt-table pic x(30).
       77 user-ok       pic 9.
       77 listed-count  pic 9(5).
       77 unapplied-total pic 9(13)v99.
       77 count-edit    pic z(4)9.
       77 money-edit    pic z(12)9.99.
       77 amount-text   pic x(16).
       77 key-text      pic x(512).
       77 key-length    pic 9(4).

      *    ONE PIECE OF THE PAGE, SENT IN sendstream_append-SIZED
      *    SLICES.
       01 piece-data   pic x(4096).
       77 piece-pointer pic 9(5).
       77 piece-size   pic 9(5).
       77 chunk-size   pic 9(4).
       77 chunk-start  pic 9(5).

      *    A VALUE ECHOED INTO THE PAGE, QUOTES AND ANGLE
      *    BRACKETS ESCAPED.
       77 attr-source  pic x(256).
       77 attr-text    pic x(512).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           call "maintain-check-user"
           using by content request,
           by content connect,
           by reference user-ok.

           if user-ok is equal 0 then
               exit program
           end-if.

           set receipt-table to spaces.
           accept receipt-table from environment "CASH_RECEIPT_TABLE".
           if receipt-table is equal spaces then
               set receipt-table to "cashreceipts"
           end-if.

           set response-headers-size to 1.
           set response-headers(1) to
               "Content-type: text/html".
           set status-code to 200.
           set status-text to "OK".

           call "sendstream_http"
           using by content response-data,
           by content connect.

           move spaces to piece-data.
           set piece-pointer to 1.

           string
               "<html><body>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

      *    THE OPERATOR'S STANDING NOTICE TOPS EVERY SCREEN.
           call "notice-banner"
           using by reference piece-data,
           by reference piece-pointer.

           string
               "<h1>Unapplied cash</h1><ul>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           set listed-count to 0.
           set unapplied-total to 0.
           move spaces to blank-key.
           move spaces to resume-key.
           set scan-done to 0.

           perform list-receipt-page until scan-done is equal 1.

           move listed-count to count-edit.
           move unapplied-total to money-edit.

           string
               "</ul><p>Exceptions: " function trim(count-edit)
               " -- cash still unapplied: "
               function trim(money-edit) "</p>" X"0A"
               "<p><a href=" X"22" "/maintain" X"22"
               ">Back</a></p></body></html>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           call "sendstream_close"
           using by content connect.

           exit program.

       list-receipt-page.
           set fetch-count to 0.

           call "db-query"
           using by content receipt-table,
           by content blank-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status,
           by content resume-key.

           if fetch-count is equal 0 then
               set scan-done to 1
               exit paragraph
           end-if.

           perform list-one-receipt
               varying r from 1 by 1
               until r is greater than fetch-count.

           move fetch-row-key(fetch-count) to resume-key.

           if fetch-count is less than 50 then
               set scan-done to 1
           end-if.

           exit paragraph.

      *    LIST-ONE-RECEIPT -- ONE EXCEPTION AND ITS TWO FORMS.
       list-one-receipt.
           move fetch-row-value(r) to receipt-row.

           if cr-status is not equal "UNAPPLIED"
           and cr-status is not equal "PARTIAL"
           and cr-status is not equal "SHORTPAY" then
               exit paragraph
           end-if.

           add 1 to listed-count.
           add cr-unapplied to unapplied-total.

           move fetch-row-key(r) to attr-source.
           perform escape-attribute.
           move attr-text to key-text.
           move attr-length to key-length.

           move cr-amount to money-edit.
           string
               "<li><b>" key-text(1:key-length) "</b> "
               cr-value-date " " function trim(cr-customer)
               " " function trim(cr-account)
               " amount " function trim(money-edit)
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           move cr-unapplied to money-edit.
           move function trim(money-edit) to amount-text.
           string
               " unapplied " function trim(amount-text)
               " <i>" function trim(cr-status) "</i> "
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           move cr-note to attr-source.
           perform escape-attribute.
           string
               attr-text(1:attr-length) "<br>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           move cr-remittance to attr-source.
           perform escape-attribute.
           string
               "Remittance: " attr-text(1:attr-length) X"0A"
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/cashpost" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "receipt" X"22"
               " value=" X"22" key-text(1:key-length) X"22" ">"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           if cr-unapplied is greater than 0 then
               string
                   " Invoice <input name=" X"22" "invoice" X"22"
                   " size=" X"22" "14" X"22" ">"
                   " Amount <input name=" X"22" "amount" X"22"
                   " size=" X"22" "12" X"22"
                   " value=" X"22" function trim(amount-text)
                   X"22" ">"
                   " <button name=" X"22" "verdict" X"22"
                   " value=" X"22" "apply" X"22" ">Apply</button>"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               " Note <input name=" X"22" "note" X"22"
               " size=" X"22" "30" X"22" ">"
               " <button name=" X"22" "verdict" X"22"
               " value=" X"22" "resolve" X"22" ">Resolve</button>"
               "</form></li>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           exit paragraph.

      *    ESCAPE-ATTRIBUTE -- attr-source UP TO ITS LAST NON-SPACE
      *    INTO attr-text WITH " < > & AS HTML ENTITIES;
      *    attr-length MAY BE 0, SO EVERY USE IS attr-text(1:...)
      *    OF A BUFFER THAT IS NEVER SHORTER THAN ONE BYTE.
       escape-attribute.
           move spaces to attr-text.
           set attr-length to 0.
           set source-length to 256.

           perform shorten-source
               until source-length is equal 0
               or attr-source(source-length:1) is not equal space.

           perform escape-one-char
               varying e from 1 by 1
               until e is greater than source-length.

           if attr-length is equal 0 then
               set attr-length to 1
           end-if.

           exit paragraph.

       shorten-source.
           subtract 1 from source-length.

           exit paragraph.

       escape-one-char.
           evaluate attr-source(e:1)
               when X"22"
                   move "&quot;" to attr-text(attr-length + 1:6)
                   add 6 to attr-length
               when "<"
                   move "&lt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when ">"
                   move "&gt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when "&"
                   move "&amp;" to attr-text(attr-length + 1:5)
                   add 5 to attr-length
               when other
                   add 1 to attr-length
                   move attr-source(e:1) to attr-text(attr-length:1)
           end-evaluate.

           exit paragraph.

      *    SEND-PIECE -- piece-data UP TO piece-pointer OUT IN
      *    1024-BYTE sendstream_append CHUNKS, THEN AN EMPTY PIECE.
       send-piece.
           compute piece-size = piece-pointer - 1.
           set chunk-start to 1.

           perform send-one-chunk
               until chunk-start is greater than piece-size.

           move spaces to piece-data.
           set piece-pointer to 1.

           exit paragraph.

       send-one-chunk.
           compute chunk-size = piece-size - chunk-start + 1.

           if chunk-size is greater than 1024 then
               set chunk-size to 1024
           end-if.

           call "sendstream_append"
           using by content connect,
           by content piece-data(chunk-start:chunk-size),
           by content chunk-size.

           add chunk-size to chunk-start.

           exit paragraph.

       end program http-maintain-cash.

      *****************************************

       identification division.
       program-id. http-maintain-cashpost.

      ************************************************************
      * POST /maintain/cashpost -- A CLERK SETTLES AN UNAPPLIED-
      * CASH EXCEPTION, BY verdict:
      *
      *   apply   -- receipt, invoice, amount: THE AMOUNT (NO MORE
      *              THAN THE CASH STILL UNAPPLIED) IS POSTED TO THE
      *              INVOICE THROUGH cash-post-payment AND THE
      *              RECEIPT UPDATED, AS ONE UNIT OF WORK; THE
      *              RECEIPT IS "APPLIED" WHEN NOTHING IS LEFT,
      *              ELSE STILL "PARTIAL"
      *   resolve -- receipt, note: THE RECEIPT LEAVES THE LIST AS
      *              "RESOLVED", THE NOTE AND THE CLERK ON FILE
      ************************************************************

       data division.

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(2048).
           05 string-size pic 9(5).

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count   pic 9(3).
       77 query-status  pic 9.

       01 receipt-row.
           05 cr-value-date  pic x(8).
           05 cr-customer    pic x(10).
           05 cr-account     pic x(34).
           05 cr-amount      pic 9(11)v99.
           05 cr-applied     pic 9(11)v99.
           05 cr-unapplied   pic 9(11)v99.
           05 cr-status      pic x(10).
           05 cr-method      pic x(10).
           05 cr-remittance  pic x(140).
           05 cr-source      pic x(64).
           05 cr-loaded      pic x(14).
           05 cr-resolved-by pic x(32).
           05 cr-note        pic x(80).
           05 filler         pic x(583).

       77 receipt-table pic x(30).
       77 user-name     pic x(64).
       77 role-name     pic x(16).
       77 session-found pic 9.
       77 body-length   pic 9(6).
       77 q             pic 9(3).
       77 verdict       pic x(10).
       77 receipt-key   pic x(50).
       77 invoice-number pic x(22).
       77 amount-text   pic x(80).
       77 note-text     pic x(80).
       77 outcome-text  pic x(80).
       77 apply-amount  pic 9(11)v99.
       77 manual-method pic x(10) value "MANUAL".
       77 posted-by     pic x(32).
       77 post-status   pic 9.
       77 tx-status     pic 9.
       77 upsert-status pic 9.
       77 update-source pic x(32).
       77 out-pointer   pic 9(5).
       77 money-edit    pic z(12)9.99.

       77 decimal-text    pic x(80).
       77 decimal-scratch pic x(80).
       77 decimal-work    pic 9(11)v9(4).
       77 decimal-ok      pic 9.
       77 decimal-length  pic 9(2).
       77 point-count     pic 9(2).

       01 buffer.
           05 buffer-data pic x(256).
           05 buffer-size pic 9(4).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference role-name,
           by reference session-found.

           if session-found is equal 0 then
               perform send-forbidden
               exit program
           end-if.

           set receipt-table to spaces.
           accept receipt-table from environment "CASH_RECEIPT_TABLE".
           if receipt-table is equal spaces then
               set receipt-table to "cashreceipts"
           end-if.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           set verdict to spaces.
           set receipt-key to spaces.
           set invoice-number to spaces.
           set amount-text to spaces.
           set note-text to spaces.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           move user-name(1:32) to posted-by.
           set update-source to spaces.
           string
               "cash:" function trim(user-name(1:26))
               delimited by size
               into update-source
           end-string.

           set outcome-text to spaces.

           perform read-receipt.

           if outcome-text is equal spaces then
               evaluate verdict
                   when "apply"
                       perform apply-cash
                   when "resolve"
                       perform resolve-receipt
                   when other
                       set outcome-text to "no verdict given"
               end-evaluate
           end-if.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Unapplied cash</h1><p>"
               function trim(outcome-text)
               "</p><p><a href=" X"22" "/maintain/cash" X"22"
               ">Back to unapplied cash</a></p></body></html>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       take-one-field.
           evaluate get-name(q)
               when "verdict"
                   move get-value(q)(1:10) to verdict
               when "receipt"
                   move get-value(q)(1:50) to receipt-key
               when "invoice"
                   move function trim(get-value(q)) to invoice-number
               when "amount"
                   move get-value(q)(1:80) to amount-text
               when "note"
                   move get-value(q)(1:80) to note-text
           end-evaluate.

           exit paragraph.

      *    READ-RECEIPT -- THE RECEIPT MUST STILL BE AN EXCEPTION.
       read-receipt.
           if receipt-key is equal spaces then
               set outcome-text to "no receipt given"
               exit paragraph
           end-if.

           set fetch-count to 0.
           call "db-query"
           using by content receipt-table,
           by content receipt-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if fetch-count is equal 0 then
               set outcome-text to "no such receipt"
               exit paragraph
           end-if.

           move fetch-row-value(1) to receipt-row.

           if cr-status is not equal "UNAPPLIED"
           and cr-status is not equal "PARTIAL"
           and cr-status is not equal "SHORTPAY" then
               string
                   "receipt is already " delimited by size
                   function trim(cr-status) delimited by size
                   into outcome-text
               end-string
           end-if.

           exit paragraph.

      *    APPLY-CASH -- THE CLERK'S MATCH, POSTED LIKE THE
      *    BATCH'S.
       apply-cash.
           if invoice-number is equal spaces then
               set outcome-text to "no invoice given"
               exit paragraph
           end-if.

           move amount-text to decimal-text.
           perform read-decimal.

           if decimal-ok is equal 0 then
               set outcome-text to "the amount is not a number"
               exit paragraph
           end-if.

           compute apply-amount rounded = decimal-work.

           if apply-amount is equal 0
           or apply-amount is greater than cr-unapplied then
               move cr-unapplied to money-edit
               string
                   "the amount must be more than zero and at most "
                   function trim(money-edit)
                   delimited by size
                   into outcome-text
               end-string
               exit paragraph
           end-if.

           set tx-status to 0.
           call "db-tx-begin"
           using by reference tx-status.

           if tx-status is equal 0 then
               set outcome-text to "the posting could not be started"
               exit paragraph
           end-if.

           set post-status to 0.

           call "cash-post-payment"
           using by content receipt-key,
           by content invoice-number,
           by content apply-amount,
           by content cr-value-date,
           by content manual-method,
           by content posted-by,
           by reference post-status,
           by reference outcome-text.

           if post-status is equal 1 then
               add apply-amount to cr-applied
               subtract apply-amount from cr-unapplied
               move manual-method to cr-method
               move posted-by to cr-resolved-by

               if cr-unapplied is equal 0 then
                   move "APPLIED" to cr-status
               else
                   move "PARTIAL" to cr-status
               end-if

               set upsert-status to 0
               call "db-update"
               using by content receipt-table,
               by content receipt-key,
               by content receipt-row,
               by reference upsert-status,
               by content update-source

               if upsert-status is not equal 1 then
                   set post-status to 0
                   set outcome-text to "the receipt was refused"
               end-if
           end-if.

           if post-status is not equal 1 then
               call "db-tx-rollback"
               using by reference tx-status
               exit paragraph
           end-if.

           call "db-tx-commit"
           using by reference tx-status.

           move apply-amount to money-edit.
           set outcome-text to spaces.
           string
               function trim(money-edit) " applied to invoice "
               function trim(invoice-number) "; the receipt is "
               function trim(cr-status)
               delimited by size
               into outcome-text
           end-string.

           exit paragraph.

      *    RESOLVE-RECEIPT -- OFF THE LIST WITH THE CLERK'S NOTE.
       resolve-receipt.
           if note-text is equal spaces then
               set outcome-text to "a note is required to resolve"
               exit paragraph
           end-if.

           move "RESOLVED" to cr-status.
           move posted-by to cr-resolved-by.
           move note-text to cr-note.

           set upsert-status to 0.
           call "db-update"
           using by content receipt-table,
           by content receipt-key,
           by content receipt-row,
           by reference upsert-status,
           by content update-source.

           if upsert-status is equal 1 then
               set outcome-text to "receipt resolved"
           else
               set outcome-text to "the receipt was refused"
           end-if.

           exit paragraph.

      *    READ-DECIMAL -- A PLAIN DECIMAL (DIGITS WITH AT MOST
      *    ONE POINT) INTO decimal-work.
       read-decimal.
           set decimal-ok to 0.
           set decimal-work to 0.
           set point-count to 0.

           if decimal-text is equal spaces then
               exit paragraph
           end-if.

           move function length(function trim(decimal-text))
               to decimal-length.

           move function trim(decimal-text) to decimal-scratch.
           move decimal-scratch to decimal-text.

           inspect decimal-scratch(1:decimal-length)
               tallying point-count for all ".".

           if point-count is greater than 1 then
               exit paragraph
           end-if.

           inspect decimal-scratch(1:decimal-length)
               replacing all "." by "0".

           if decimal-scratch(1:decimal-length) is not numeric then
               exit paragraph
           end-if.

           compute decimal-work =
               function numval(decimal-text(1:decimal-length)).
           set decimal-ok to 1.

           exit paragraph.

      *    SEND-FORBIDDEN -- SAME BARE 403 AS maintain-check-user.
       send-forbidden.
           set buffer-data to spaces.
           set buffer-size to 1.

           string
               "HTTP/1.1 403 Forbidden" X"0A" X"0A"
               into buffer-data
               with pointer buffer-size
           end-string.

           subtract 1 from buffer-size.

           call "send_tcp"
           using by value connect,
           by content buffer-data(1:buffer-size),
           by value buffer-size.

           exit paragraph.

       end program http-maintain-cashpost.
