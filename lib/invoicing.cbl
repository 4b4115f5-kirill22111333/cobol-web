       identification division.
       program-id. invoice-run.

      ************************************************************
      * CUSTOMER INVOICING -- THE MANUAL BILLING MERGE REPLACED BY
      * A BATCH. AS OF THE BUSINESS DATE, EVERY ORDER HEADER IN
      * THE ORDER TABLE (INVOICE_ORDER_TABLE, DEFAULT "orders";
      * THE LAYOUT edi-850-intake DOCUMENTS) STILL "RECEIVED" AND
      * DATED ON OR BEFORE THE BUSINESS DATE IS INVOICED: ITS
      * LINES ARE PULLED FROM THE LINE TABLE (INVOICE_LINE_TABLE,
      * DEFAULT "orderlines") THROUGH THE "<order-key>/<line>" KEY
      * RELATION, TAX AND TOTALS ARE WORKED, AND THE INVOICE IS
      * WRITTEN AS ONE UNIT OF WORK (db-tx-begin ... db-tx-commit):
      *
      *   - THE INVOICE ROW (INVOICE_TABLE, DEFAULT "invoices",
      *     KEY THE INVOICE NUMBER) AND ITS LINES
      *     (INVOICE_LINE_TABLE, DEFAULT "invoicelines") -- THE
      *     LAYOUT edi-810-outbound DOCUMENTS, SO AN EDI CUSTOMER'S
      *     INVOICE GOES OUT AS AN 810 ON ITS NEXT RUN;
      *   - THE ORDER HEADER MARKED "INVOICED" WITH THE NUMBER;
      *   - THE INVOICE DOCUMENT, "<invoice>.<date>.txt".
      *
      * ANY FAILURE ROLLS THE WHOLE INVOICE BACK AND REMOVES THE
      * DOCUMENT. THE NUMBER IS THE NEXT FROM THE DEDICATED
      * db-sequence COUNTER (INVOICE_COUNTER, DEFAULT "INVOICE"),
      * PREFIXED BY INVOICE_PREFIX (DEFAULT "INV"). TO KEEP THE
      * NUMBERS GAP-FREE, A NUMBER DRAWN BUT NOT YET COMMITTED IS
      * HELD IN "invoicing.pending": A ROLLED-BACK INVOICE HANDS
      * IT TO THE NEXT ORDER, AND A RUN THAT CRASHED MID-INVOICE
      * TAKES IT UP AGAIN ON RESTART.
      *
      * THE DOCUMENT IS BUILT FROM INVOICE_TEMPLATE (DEFAULT
      * lib/templates/invoice.txt) WITH THE {{name}} TOKENS
      * sendtemplate AND mail-merge USE: invoice, date, due,
      * terms, customer, name, po, order, currency, subtotal, tax,
      * taxrate, total. A RUN OF TEMPLATE LINES CARRYING
      * {{item.x}} TOKENS (item.line, item.part, item.description,
      * item.qty, item.uom, item.price, item.amount) IS REPEATED
      * AS A BLOCK FOR EACH ORDER LINE. AMOUNTS SUBSTITUTE AT
      * THEIR FULL EDITED WIDTH SO COLUMNS STAY ALIGNED; TEXT IS
      * TRIMMED.
      *
      * THE CUSTOMER IS THE ORDER'S CUSTOMER CODE IN THE
      * CUSTOMER TABLE (INVOICE_CUSTOMER_TABLE, DEFAULT
      * "customers"): ITS FIRST schemas.cfg EMAIL-RULE FIELD IS
      * THE ADDRESS (THE mail-merge RULE), AND ITS "name", "terms"
      * (DAYS) AND "taxrate" (PERCENT) FIELDS, WHERE DECLARED,
      * OVERRIDE INVOICE_TERMS_DAYS (DEFAULT 30) AND
      * INVOICE_TAX_RATE (DEFAULT 0).
      *
      * ONCE COMMITTED, THE DOCUMENT IS ENTERED IN THE REPORT
      * CATALOG AND A SIGNED DOWNLOAD LINK (link-sign, VALID
      * INVOICE_LINK_TTL SECONDS, DEFAULT 864000, PREFIXED BY THE
      * SITE ADDRESS IN INVOICE_LINK_BASE) IS MAILED FROM
      * INVOICE_FROM. THE MAIL IS SENT AFTER THE COMMIT, NOT
      * INSIDE IT -- A RELAY OUTAGE MUST NOT UNMAKE A GOOD
      * INVOICE -- SO AN UNSENT MAIL LEAVES THE INVOICE "PENDING"
      * AND EVERY RUN FIRST RETRIES THE PENDING ONES. FINISHES
      * NONZERO WHEN ANY INVOICE FAILED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select template-file assign to dynamic template-path
           organization is line sequential
           file status is template-stat.

           select document-file assign to dynamic document-path
           organization is line sequential
           file status is document-stat.

           select pending-file assign to "invoicing.pending"
           organization is line sequential
           file status is pending-stat.

           select schema-config assign to "schemas.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd template-file.
       01 template-record pic x(256).

       fd document-file.
       01 document-record pic x(256).

       fd pending-file.
       01 pending-record pic x(11).

       fd schema-config.
       01 config-record pic x(128).

       working-storage section.
       77 template-stat pic xx.
       77 document-stat pic xx.
       77 pending-stat  pic xx.
       77 config-stat   pic xx.
       77 template-eof  pic 9.
       77 config-eof    pic 9.

       77 order-table   pic x(30).
       77 line-table    pic x(30).
       77 invoice-table pic x(30).
       77 invoice-line-table pic x(30).
       77 customer-table pic x(30).
       77 counter-name  pic x(30).
       77 invoice-prefix pic x(6).
       77 template-path pic x(256).
       77 invoice-from  pic x(128).
       77 link-base     pic x(128).
       77 setting-text  pic x(12).
       77 text-length   pic 9(2).
       77 link-ttl      pic 9(6).
       77 default-terms pic 9(3).
       77 default-tax-rate pic 9(3)v9(4).
       77 business-day  pic x(8).

       01 template-table.
           05 template-line occurs 200 times pic x(256).
           05 template-size pic 9(3).
       77 t             pic 9(3).

       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-offset-text pic x(6).
           05 cfg-length-text pic x(6).
           05 cfg-rule   pic x(16).
           05 cfg-maxlen-text pic x(6).
       77 address-field pic x(30).

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

       01 line-rows.
           05 line-fetch-row occurs 50 times.
               10 line-row-key   pic x(50).
               10 line-row-value pic x(1024).
       77 line-fetch-count pic 9(3).
       77 line-resume   pic x(50).
       77 line-prefix   pic x(50).
       77 prefix-length pic 9(2).
       77 line-scan-done pic 9.
       77 s             pic 9(3).

       01 customer-rows.
           05 customer-row occurs 50 times.
               10 customer-row-key   pic x(50).
               10 customer-row-value pic x(1024).
       77 customer-count pic 9(3).

       01 order-row.
           05 oh-customer    pic x(10).
           05 oh-po-number   pic x(22).
           05 oh-po-date     pic x(8).
           05 oh-purpose     pic x(2).
           05 oh-po-type     pic x(2).
           05 oh-currency    pic x(3).
           05 oh-ship-to     pic x(35).
           05 oh-line-count  pic 9(5).
           05 oh-total       pic 9(11)v99.
           05 oh-source      pic x(4).
           05 oh-isa-control pic x(9).
           05 oh-set-control pic x(9).
           05 oh-received    pic x(14).
           05 oh-status      pic x(10).
           05 oh-invoice-number pic x(22).
           05 filler         pic x(856).

       01 line-row.
           05 ol-order-key   pic x(33).
           05 ol-line-number pic x(6).
           05 ol-quantity    pic 9(9)v999.
           05 ol-uom         pic x(2).
           05 ol-unit-price  pic 9(9)v9(4).
           05 ol-amount      pic 9(11)v99.
           05 ol-buyer-part  pic x(30).
           05 ol-vendor-part pic x(30).
           05 ol-description pic x(80).
           05 filler         pic x(805).

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

       01 invoice-line-row.
           05 il-invoice-key pic x(43).
           05 il-line-number pic x(6).
           05 il-quantity    pic 9(9)v999.
           05 il-uom         pic x(2).
           05 il-unit-price  pic 9(9)v9(4).
           05 il-amount      pic 9(11)v99.
           05 il-buyer-part  pic x(30).
           05 il-vendor-part pic x(30).
           05 il-description pic x(80).
           05 filler         pic x(795).

      *    THE ORDER'S LINES, HELD ONCE FOR BOTH THE INVOICE LINE
      *    ROWS AND THE DOCUMENT.
       01 item-table.
           05 item-entry occurs 200 times.
               10 it-line        pic x(6).
               10 it-quantity    pic 9(9)v999.
               10 it-uom         pic x(2).
               10 it-unit-price  pic 9(9)v9(4).
               10 it-amount      pic 9(11)v99.
               10 it-buyer-part  pic x(30).
               10 it-vendor-part pic x(30).
               10 it-description pic x(80).
           05 item-count pic 9(3).
       77 i             pic 9(3).
       77 item-overflow pic 9.

       77 order-key     pic x(50).
       77 invoice-number pic x(22).
       77 invoice-line-key pic x(50).
       77 document-path pic x(64).
       77 customer-name pic x(64).
       77 customer-found pic 9.
       77 field-name    pic x(30).
       77 field-value   pic x(256).
       77 field-found   pic 9.
       77 subtotal      pic 9(11)v99.
       77 due-int       pic 9(8).
       77 due-date-9    pic 9(8).
       77 balance-cents pic 9(13).
       77 balance-edit  pic z(12)9.

       77 held-number   pic 9(11).
       77 next-value    pic 9(11).
       77 seq-status    pic 9.
       77 tx-status     pic 9.
       77 upsert-status pic 9.
       77 invoice-failed pic 9.
       77 fail-reason   pic x(80).
       77 run-stopped   pic 9.
       77 delete-result pic s9(9) comp.
       77 load-source   pic x(32) value "invoice-run".

       77 decimal-text    pic x(80).
       77 decimal-scratch pic x(80).
       77 decimal-work    pic 9(11)v9(4).
       77 decimal-ok      pic 9.
       77 decimal-length  pic 9(2).
       77 point-count     pic 9(2).

      *    RENDERING -- ONE TEMPLATE LINE AT A TIME.
       77 render-item   pic 9(3).
       77 item-hits     pic 9(3).
       77 block-start   pic 9(3).
       77 block-end     pic 9(3).
       77 out-line      pic x(256).
       77 scan-pos      pic 9(3).
       77 out-pos       pic 9(3).
       77 close-pos     pic 9(3).
       77 line-length   pic 9(3).
       77 token-name    pic x(30).
       77 name-length   pic 9(2).
       77 token-value   pic x(128).
       77 value-length  pic 9(3).
       77 keep-width    pic 9.
       77 money-edit    pic z(10)9.99.
       77 quantity-edit pic z(8)9.999.
       77 price-edit    pic z(8)9.9999.
       77 rate-edit     pic zz9.9999.
       77 terms-edit    pic zz9.

       77 catalog-producer pic x(30) value "invoice-run".
       77 link-path     pic x(256).
       77 signed-url    pic x(512).
       77 sign-status   pic 9.
       77 mail-to-addr  pic x(128).
       77 mail-subject  pic x(128).
       77 mail-body     pic x(4096).
       77 mail-status   pic 9.
       77 ttl-days      pic 9(3).
       77 ttl-days-edit pic zz9.

       77 invoiced-count pic 9(5).
       77 failed-count  pic 9(5).
       77 mailed-count  pic 9(5).
       77 unmailed-count pic 9(5).
       77 count-edit    pic z(4)9.

       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       procedure division.

           perform take-settings.

           call "business-date"
           using by reference business-day.

           perform load-template.

           if template-size is equal 0 then
               display "INVOICE TEMPLATE "
                   function trim(template-path)
                   " EMPTY OR UNREADABLE"
               move 8 to return-code
               goback
           end-if.

           perform find-address-field.

           set invoiced-count to 0.
           set failed-count to 0.
           set mailed-count to 0.
           set unmailed-count to 0.
           set run-stopped to 0.
           move spaces to blank-key.

      *    A NUMBER HELD OVER FROM AN INTERRUPTED RUN GOES TO THE
      *    FIRST INVOICE MADE NOW.
           perform load-held-number.

      *    FIRST THE INVOICES WHOSE MAIL DID NOT GO LAST TIME.
           move spaces to resume-key.
           set scan-done to 0.

           perform retry-mail-page until scan-done is equal 1.

      *    THEN THE ORDERS WAITING TO BE INVOICED.
           move spaces to resume-key.
           set scan-done to 0.

           perform invoice-order-page until scan-done is equal 1.

           move invoiced-count to count-edit.
           display function trim(count-edit) " INVOICE(S) MADE".
           move mailed-count to count-edit.
           display function trim(count-edit) " INVOICE(S) MAILED".
           move unmailed-count to count-edit.
           display function trim(count-edit)
               " INVOICE(S) AWAITING MAIL".
           move failed-count to count-edit.
           display function trim(count-edit) " INVOICE(S) FAILED".

           if failed-count is greater than 0
           or run-stopped is equal 1 then
               move 8 to return-code
           else
               move 0 to return-code
           end-if.

           goback.

       take-settings.
           set order-table to spaces.
           accept order-table from environment "INVOICE_ORDER_TABLE".
           if order-table is equal spaces then
               set order-table to "orders"
           end-if.

           set line-table to spaces.
           accept line-table from environment "INVOICE_ORDER_LINES".
           if line-table is equal spaces then
               set line-table to "orderlines"
           end-if.

           set invoice-table to spaces.
           accept invoice-table from environment "INVOICE_TABLE".
           if invoice-table is equal spaces then
               set invoice-table to "invoices"
           end-if.

           set invoice-line-table to spaces.
           accept invoice-line-table
               from environment "INVOICE_LINE_TABLE".
           if invoice-line-table is equal spaces then
               set invoice-line-table to "invoicelines"
           end-if.

           set customer-table to spaces.
           accept customer-table
               from environment "INVOICE_CUSTOMER_TABLE".
           if customer-table is equal spaces then
               set customer-table to "customers"
           end-if.

           set counter-name to spaces.
           accept counter-name from environment "INVOICE_COUNTER".
           if counter-name is equal spaces then
               set counter-name to "INVOICE"
           end-if.

           set invoice-prefix to spaces.
           accept invoice-prefix from environment "INVOICE_PREFIX".
           if invoice-prefix is equal spaces then
               set invoice-prefix to "INV"
           end-if.

           set template-path to spaces.
           accept template-path from environment "INVOICE_TEMPLATE".
           if template-path is equal spaces then
               set template-path to "lib/templates/invoice.txt"
           end-if.

           set invoice-from to spaces.
           accept invoice-from from environment "INVOICE_FROM".
           if invoice-from is equal spaces then
               set invoice-from to "noreply@localhost"
           end-if.

           set link-base to spaces.
           accept link-base from environment "INVOICE_LINK_BASE".

           set setting-text to spaces.
           accept setting-text from environment "INVOICE_LINK_TTL".
           set text-length to 0.
           inspect setting-text tallying text-length
               for characters before initial space.
           if text-length is greater than 0
           and text-length is not greater than 6
           and setting-text(1:text-length) is numeric then
               move setting-text(1:text-length) to link-ttl
           else
               move 864000 to link-ttl
           end-if.

           set setting-text to spaces.
           accept setting-text from environment "INVOICE_TERMS_DAYS".
           set text-length to 0.
           inspect setting-text tallying text-length
               for characters before initial space.
           if text-length is greater than 0
           and text-length is not greater than 3
           and setting-text(1:text-length) is numeric then
               move setting-text(1:text-length) to default-terms
           else
               move 30 to default-terms
           end-if.

           set setting-text to spaces.
           accept setting-text from environment "INVOICE_TAX_RATE".
           move setting-text to decimal-text.
           perform read-decimal.
           if decimal-ok is equal 1 then
               move decimal-work to default-tax-rate
           else
               move 0 to default-tax-rate
           end-if.

           move "invoice-run" to log-source.

           exit paragraph.

      *    LOAD-TEMPLATE -- THE DOCUMENT TEMPLATE, LINE BY LINE.
       load-template.
           set template-size to 0.

           open input template-file.

           if template-stat is not equal "00" then
               exit paragraph
           end-if.

           set template-eof to 0.

           perform read-one-template-line
               until template-eof is equal 1.

           close template-file.

           exit paragraph.

       read-one-template-line.
           read template-file
               at end
                   set template-eof to 1
                   exit paragraph
           end-read.

           if template-size is less than 200 then
               add 1 to template-size
               move template-record to template-line(template-size)
           end-if.

           exit paragraph.

      *    FIND-ADDRESS-FIELD -- THE CUSTOMER TABLE'S FIRST
      *    EMAIL-RULE FIELD, THE SAME RULE mail-merge FOLLOWS.
       find-address-field.
           set address-field to spaces.

           open input schema-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-schema-line
               until config-eof is equal 1
               or address-field is not equal spaces.

           close schema-config.

           exit paragraph.

       read-one-schema-line.
           read schema-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.
           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field, cfg-offset-text,
                    cfg-length-text, cfg-rule, cfg-maxlen-text
           end-unstring.

           if cfg-table is equal customer-table
           and cfg-rule is equal "EMAIL" then
               move cfg-field to address-field
           end-if.

           exit paragraph.

      *    LOAD-HELD-NUMBER -- A NUMBER LEFT IN invoicing.pending
      *    IS STILL UNUSED UNLESS ITS INVOICE MADE IT TO FILE
      *    BEFORE THE RUN STOPPED.
       load-held-number.
           set held-number to 0.

           open input pending-file.

           if pending-stat is equal "00" then
               read pending-file
                   at end
                       continue
                   not at end
                       if pending-record is numeric then
                           move pending-record to held-number
                       end-if
               end-read
               close pending-file
           end-if.

           if held-number is equal 0 then
               exit paragraph
           end-if.

           perform format-invoice-number.

           set fetch-count to 0.
           call "db-query"
           using by content invoice-table,
           by content invoice-number,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if fetch-count is greater than 0 then
               perform release-held-number
           else
               display "REUSING HELD INVOICE NUMBER "
                   function trim(invoice-number)
           end-if.

           exit paragraph.

       format-invoice-number.
           set invoice-number to spaces.
           string
               function trim(invoice-prefix) held-number(4:8)
               delimited by size
               into invoice-number
           end-string.

           exit paragraph.

      *    TAKE-INVOICE-NUMBER -- THE HELD NUMBER IF THERE IS ONE,
      *    ELSE THE COUNTER'S NEXT, WHICH IS HELD UNTIL ITS INVOICE
      *    COMMITS.
       take-invoice-number.
           if held-number is equal 0 then
               set next-value to 0
               set seq-status to 0

               call "db-sequence"
               using by content counter-name,
               by reference next-value,
               by reference seq-status

               if seq-status is equal 0 then
                   exit paragraph
               end-if

               move next-value to held-number

               open output pending-file
               move held-number to pending-record
               write pending-record
               close pending-file
           end-if.

           perform format-invoice-number.

           exit paragraph.

       release-held-number.
           set held-number to 0.

           call "CBL_DELETE_FILE"
           using "invoicing.pending"
           returning delete-result.

           exit paragraph.

      *    RETRY-MAIL-PAGE -- ONE PAGE OF THE INVOICE TABLE, EACH
      *    INVOICE STILL "PENDING" MAILED AGAIN.
       retry-mail-page.
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

           perform retry-one-mail
               varying r from 1 by 1
               until r is greater than fetch-count.

           move fetch-row-key(fetch-count) to resume-key.

           if fetch-count is less than 50 then
               set scan-done to 1
           end-if.

           exit paragraph.

       retry-one-mail.
           move fetch-row-value(r) to invoice-row.

           if iv-mail-status is not equal "PENDING" then
               exit paragraph
           end-if.

           move fetch-row-key(r) to invoice-number.

           perform mail-invoice.

           exit paragraph.

      *    INVOICE-ORDER-PAGE -- ONE PAGE OF THE ORDER TABLE.
       invoice-order-page.
           set fetch-count to 0.

           call "db-query"
           using by content order-table,
           by content blank-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status,
           by content resume-key.

           if fetch-count is equal 0 then
               set scan-done to 1
               exit paragraph
           end-if.

           perform invoice-one-order
               varying r from 1 by 1
               until r is greater than fetch-count
               or run-stopped is equal 1.

           move fetch-row-key(fetch-count) to resume-key.

           if fetch-count is less than 50
           or run-stopped is equal 1 then
               set scan-done to 1
           end-if.

           exit paragraph.

      *    INVOICE-ONE-ORDER -- SELECT, NUMBER, POST, DOCUMENT,
      *    COMMIT; THEN CATALOG AND MAIL.
       invoice-one-order.
           move fetch-row-value(r) to order-row.

           if oh-status is not equal "RECEIVED" then
               exit paragraph
           end-if.

           if oh-po-date is not equal spaces
           and oh-po-date is greater than business-day then
               exit paragraph
           end-if.

           move fetch-row-key(r) to order-key.

           perform load-order-items.

           if item-count is equal 0 then
               display "ORDER " function trim(order-key)
                   " HAS NO LINES - NOT INVOICED"
               exit paragraph
           end-if.

           perform load-customer.

           perform take-invoice-number.

           if held-number is equal 0 then
               display "NO INVOICE NUMBER AVAILABLE FROM COUNTER "
                   function trim(counter-name)
               set run-stopped to 1
               exit paragraph
           end-if.

           set invoice-failed to 0.
           move spaces to fail-reason.

           if item-overflow is equal 1 then
               set invoice-failed to 1
               move "MORE THAN 200 LINES" to fail-reason
               perform record-failure
               exit paragraph
           end-if.

           set tx-status to 0.
           call "db-tx-begin"
           using by reference tx-status.

           if tx-status is equal 0 then
               set invoice-failed to 1
               move "UNIT OF WORK COULD NOT BE OPENED" to fail-reason
               perform record-failure
               exit paragraph
           end-if.

           perform build-invoice-row.

           perform post-one-item
               varying i from 1 by 1
               until i is greater than item-count
               or invoice-failed is equal 1.

           if invoice-failed is equal 0 then
               set upsert-status to 0
               call "db-update"
               using by content invoice-table,
               by content invoice-number,
               by content invoice-row,
               by reference upsert-status,
               by content load-source

               if upsert-status is not equal 1 then
                   set invoice-failed to 1
                   move "INVOICE ROW REFUSED" to fail-reason
               end-if
           end-if.

           if invoice-failed is equal 0 then
               move "INVOICED" to oh-status
               move invoice-number to oh-invoice-number

               set upsert-status to 0
               call "db-update"
               using by content order-table,
               by content order-key,
               by content order-row,
               by reference upsert-status,
               by content load-source

               if upsert-status is not equal 1 then
                   set invoice-failed to 1
                   move "ORDER HEADER REFUSED" to fail-reason
               end-if
           end-if.

           if invoice-failed is equal 0 then
               perform write-document
           end-if.

           if invoice-failed is equal 1 then
               call "db-tx-rollback"
               using by reference tx-status

               call "CBL_DELETE_FILE"
               using function trim(document-path)
               returning delete-result

               perform record-failure
               exit paragraph
           end-if.

           call "db-tx-commit"
           using by reference tx-status.

           perform release-held-number.

           add 1 to invoiced-count.

           call "report-catalog-add"
           using by content document-path,
           by content business-day,
           by content catalog-producer.

           move "INFO" to log-level.
           set log-text to spaces.
           string
               "INVOICE " function trim(invoice-number)
               " MADE FOR ORDER " function trim(order-key)
               " - " function trim(document-path)
               delimited by size
               into log-text
           end-string.
           perform write-log.

           perform mail-invoice.

           exit paragraph.

       record-failure.
           add 1 to failed-count.

           move "ERROR" to log-level.
           set log-text to spaces.
           string
               "ORDER " function trim(order-key)
               " NOT INVOICED - " function trim(fail-reason)
               " (NUMBER " function trim(invoice-number)
               " HELD FOR THE NEXT INVOICE)"
               delimited by size
               into log-text
           end-string.
           perform write-log.

           exit paragraph.

      *    LOAD-ORDER-ITEMS -- THE ORDER'S LINES THROUGH THE
      *    "<order-key>/<line>" RELATION, IN KEY ORDER.
       load-order-items.
           set item-count to 0.
           set item-overflow to 0.

           set line-prefix to spaces.
           string
               function trim(order-key) "/"
               delimited by size
               into line-prefix
           end-string.
           move function length(function trim(line-prefix))
               to prefix-length.
           move line-prefix to line-resume.

           set line-scan-done to 0.

           perform scan-line-page until line-scan-done is equal 1.

           exit paragraph.

       scan-line-page.
           set line-fetch-count to 0.

           call "db-query"
           using by content line-table,
           by content blank-key,
           by reference line-rows,
           by reference line-fetch-count,
           by reference query-status,
           by content line-resume.

           if line-fetch-count is equal 0 then
               set line-scan-done to 1
               exit paragraph
           end-if.

           perform take-one-item
               varying s from 1 by 1
               until s is greater than line-fetch-count
               or line-scan-done is equal 1.

           if line-scan-done is equal 0 then
               move line-row-key(line-fetch-count) to line-resume

               if line-fetch-count is less than 50 then
                   set line-scan-done to 1
               end-if
           end-if.

           exit paragraph.

       take-one-item.
           if line-row-key(s)(1:prefix-length) is not equal
               line-prefix(1:prefix-length) then
               set line-scan-done to 1
               exit paragraph
           end-if.

           if item-count is equal 200 then
               set item-overflow to 1
               set line-scan-done to 1
               exit paragraph
           end-if.

           move line-row-value(s) to line-row.

           add 1 to item-count.
           move ol-line-number to it-line(item-count).
           move ol-quantity to it-quantity(item-count).
           move ol-uom to it-uom(item-count).
           move ol-unit-price to it-unit-price(item-count).
           move ol-amount to it-amount(item-count).
           move ol-buyer-part to it-buyer-part(item-count).
           move ol-vendor-part to it-vendor-part(item-count).
           move ol-description to it-description(item-count).

           exit paragraph.

      *    LOAD-CUSTOMER -- ADDRESS, NAME, TERMS AND TAX RATE FROM
      *    THE CUSTOMER ROW; THE SETTINGS WHERE IT IS SILENT.
       load-customer.
           move spaces to mail-to-addr.
           move oh-customer to customer-name.
           move default-terms to iv-terms-days.
           move default-tax-rate to iv-tax-rate.
           set customer-found to 0.

           set customer-count to 0.
           call "db-query"
           using by content customer-table,
           by content oh-customer,
           by reference customer-rows,
           by reference customer-count,
           by reference query-status.

           if customer-count is equal 0 then
               exit paragraph
           end-if.

           set customer-found to 1.

           if address-field is not equal spaces then
               move address-field to field-name
               perform get-customer-field
               if field-found is equal 1 then
                   move function trim(field-value) to mail-to-addr
               end-if
           end-if.

           move "name" to field-name.
           perform get-customer-field.
           if field-found is equal 1 and field-value is not equal
               spaces then
               move field-value to customer-name
           end-if.

           move "terms" to field-name.
           perform get-customer-field.
           if field-found is equal 1 then
               move field-value to decimal-text
               perform read-decimal
               if decimal-ok is equal 1 then
                   move decimal-work to iv-terms-days
               end-if
           end-if.

           move "taxrate" to field-name.
           perform get-customer-field.
           if field-found is equal 1 then
               move field-value to decimal-text
               perform read-decimal
               if decimal-ok is equal 1 then
                   move decimal-work to iv-tax-rate
               end-if
           end-if.

           exit paragraph.

       get-customer-field.
           set field-found to 0.
           move spaces to field-value.

           call "db-get-field"
           using by content customer-table,
           by content field-name,
           by content customer-row-value(1),
           by reference field-value,
           by reference field-found.

           exit paragraph.

      *    BUILD-INVOICE-ROW -- HEADER, TOTALS, TAX AND DUE DATE.
       build-invoice-row.
           set subtotal to 0.

           perform add-one-amount
               varying i from 1 by 1
               until i is greater than item-count.

           move iv-terms-days to terms-edit.

           set document-path to spaces.
           string
               function trim(invoice-number) "."
               business-day ".txt"
               delimited by size
               into document-path
           end-string.

           move spaces to invoice-row(1:111).
           move oh-customer to iv-customer.
           move invoice-number to iv-invoice-number.
           move business-day to iv-invoice-date.
           move oh-po-number to iv-po-number.
           move oh-currency to iv-currency.
           move order-key to iv-order-key.
           move subtotal to iv-subtotal.
           compute iv-tax rounded = subtotal * iv-tax-rate / 100.
           compute iv-total = iv-subtotal + iv-tax.

      *    THE WHOLE TOTAL IS OPEN UNTIL cash-apply TAKES IT DOWN;
      *    CENTS AS LEFT-ALIGNED DIGITS, THE SHAPE
      *    db-add-to-field KEEPS.
           compute balance-cents = iv-total * 100.
           move balance-cents to balance-edit.
           move function trim(balance-edit) to iv-open-balance.

           compute due-int =
               function integer-of-date(function numval(business-day))
               + iv-terms-days.
           move function date-of-integer(due-int) to due-date-9.
           move due-date-9 to iv-due-date.

           move document-path to iv-document.
           move mail-to-addr to iv-mail-to.

           if mail-to-addr is equal spaces then
               move "NOADDRESS" to iv-mail-status
           else
               move "PENDING" to iv-mail-status
           end-if.

           move spaces to invoice-row(340:685).

           exit paragraph.

       add-one-amount.
           add it-amount(i) to subtotal.

           exit paragraph.

       post-one-item.
           move spaces to invoice-line-row.
           move invoice-number to il-invoice-key.
           move it-line(i) to il-line-number.
           move it-quantity(i) to il-quantity.
           move it-uom(i) to il-uom.
           move it-unit-price(i) to il-unit-price.
           move it-amount(i) to il-amount.
           move it-buyer-part(i) to il-buyer-part.
           move it-vendor-part(i) to il-vendor-part.
           move it-description(i) to il-description.

           set invoice-line-key to spaces.
           string
               function trim(invoice-number) "/"
               function trim(it-line(i))
               delimited by size
               into invoice-line-key
           end-string.

           set upsert-status to 0.
           call "db-update"
           using by content invoice-line-table,
           by content invoice-line-key,
           by content invoice-line-row,
           by reference upsert-status,
           by content load-source.

           if upsert-status is not equal 1 then
               set invoice-failed to 1
               set fail-reason to spaces
               string
                   "INVOICE LINE " function trim(it-line(i))
                   " REFUSED"
                   delimited by size
                   into fail-reason
               end-string
           end-if.

           exit paragraph.

      *    WRITE-DOCUMENT -- THE TEMPLATE RENDERED TO THE INVOICE
      *    FILE; A LINE WITH {{item.x}} TOKENS ONCE PER ORDER LINE.
       write-document.
           open output document-file.

           if document-stat is not equal "00" then
               set invoice-failed to 1
               set fail-reason to spaces
               string
                   "CANNOT WRITE " function trim(document-path)
                   " STATUS " document-stat
                   delimited by size
                   into fail-reason
               end-string
               exit paragraph
           end-if.

           set t to 1.

           perform write-template-part
               until t is greater than template-size.

           close document-file.

           exit paragraph.

      *    WRITE-TEMPLATE-PART -- ONE PLAIN LINE, OR A RUN OF
      *    LINES CARRYING {{item.x}} TOKENS RENDERED AS A BLOCK FOR
      *    EACH ORDER LINE IN TURN.
       write-template-part.
           set item-hits to 0.
           inspect template-line(t)
               tallying item-hits for all "{{item.".

           if item-hits is equal 0 then
               set render-item to 0
               perform render-template-line
               add 1 to t
               exit paragraph
           end-if.

           move t to block-start.

           perform step-item-block
               until t is greater than template-size
               or item-hits is equal 0.

           compute block-end = t - 1.

           perform render-item-block
               varying render-item from 1 by 1
               until render-item is greater than item-count.

           compute t = block-end + 1.

           exit paragraph.

       step-item-block.
           add 1 to t.
           set item-hits to 0.

           if t is not greater than template-size then
               inspect template-line(t)
                   tallying item-hits for all "{{item."
           end-if.

           exit paragraph.

       render-item-block.
           perform render-template-line
               varying t from block-start by 1
               until t is greater than block-end.

           exit paragraph.

       render-template-line.
           move spaces to out-line.
           set scan-pos to 1.
           set out-pos to 1.

           move function length(function trim(template-line(t)
               trailing)) to line-length.

           if template-line(t) is equal spaces then
               set line-length to 0
           end-if.

           perform render-one-piece
               until scan-pos is greater than line-length
               or out-pos is greater than 256.

           move out-line to document-record.
           write document-record.

           exit paragraph.

      *    RENDER-ONE-PIECE -- ONE CHARACTER, OR ONE WHOLE TOKEN
      *    WHEN "{{" OPENS HERE.
       render-one-piece.
           if scan-pos is less than line-length
           and template-line(t)(scan-pos:2) is equal "{{" then
               perform find-token-close

               if close-pos is greater than 0 then
                   perform substitute-token
                   exit paragraph
               end-if
           end-if.

           move template-line(t)(scan-pos:1) to out-line(out-pos:1).
           add 1 to scan-pos.
           add 1 to out-pos.

           exit paragraph.

      *    FIND-TOKEN-CLOSE -- THE "}}" THAT ENDS THE TOKEN OPENED
      *    AT scan-pos; 0 WHEN IT NEVER CLOSES.
       find-token-close.
           compute close-pos = scan-pos + 2.

           perform step-token-close
               until close-pos is greater than line-length - 1
               or template-line(t)(close-pos:2) is equal "}}".

           if close-pos is greater than line-length - 1 then
               set close-pos to 0
           end-if.

           exit paragraph.

       step-token-close.
           add 1 to close-pos.

           exit paragraph.

       substitute-token.
           compute name-length = close-pos - scan-pos - 2.

           if name-length is greater than 30 then
               set name-length to 30
           end-if.

           set token-name to spaces.
           if name-length is greater than 0 then
               move template-line(t)(scan-pos + 2:name-length)
                   to token-name
           end-if.

           perform resolve-token.

           if keep-width is equal 1 then
               move function length(function trim(token-value
                   trailing)) to value-length
           else
               move function trim(token-value) to token-value
               move function length(function trim(token-value))
                   to value-length
           end-if.

           if token-value is equal spaces then
               set value-length to 0
           end-if.

           if value-length is greater than 0
           and out-pos + value-length is not greater than 257 then
               move token-value(1:value-length)
                   to out-line(out-pos:value-length)
               add value-length to out-pos
           end-if.

           compute scan-pos = close-pos + 2.

           exit paragraph.

      *    RESOLVE-TOKEN -- THE VALUE FOR ONE {{name}}. AMOUNTS
      *    KEEP THEIR EDITED WIDTH (keep-width) SO A COLUMN OF
      *    THEM LINES UP.
       resolve-token.
           move spaces to token-value.
           set keep-width to 0.

           evaluate token-name
               when "invoice"
                   move invoice-number to token-value
               when "date"
                   string
                       business-day(1:4) "-" business-day(5:2) "-"
                       business-day(7:2)
                       delimited by size
                       into token-value
                   end-string
               when "due"
                   string
                       iv-due-date(1:4) "-" iv-due-date(5:2) "-"
                       iv-due-date(7:2)
                       delimited by size
                       into token-value
                   end-string
               when "terms"
                   move terms-edit to token-value
               when "customer"
                   move oh-customer to token-value
               when "name"
                   move customer-name to token-value
               when "po"
                   move oh-po-number to token-value
               when "order"
                   move order-key to token-value
               when "currency"
                   move oh-currency to token-value
               when "subtotal"
                   move iv-subtotal to money-edit
                   move money-edit to token-value
                   set keep-width to 1
               when "tax"
                   move iv-tax to money-edit
                   move money-edit to token-value
                   set keep-width to 1
               when "taxrate"
                   move iv-tax-rate to rate-edit
                   move rate-edit to token-value
               when "total"
                   move iv-total to money-edit
                   move money-edit to token-value
                   set keep-width to 1
               when other
                   if render-item is greater than 0 then
                       perform resolve-item-token
                   end-if
           end-evaluate.

           exit paragraph.

       resolve-item-token.
           evaluate token-name
               when "item.line"
                   move it-line(render-item) to token-value
               when "item.part"
                   if it-vendor-part(render-item) is not equal
                       spaces then
                       move it-vendor-part(render-item)
                           to token-value
                   else
                       move it-buyer-part(render-item)
                           to token-value
                   end-if
               when "item.description"
                   move it-description(render-item) to token-value
               when "item.qty"
                   move it-quantity(render-item) to quantity-edit
                   move quantity-edit to token-value
                   set keep-width to 1
               when "item.uom"
                   move it-uom(render-item) to token-value
               when "item.price"
                   move it-unit-price(render-item) to price-edit
                   move price-edit to token-value
                   set keep-width to 1
               when "item.amount"
                   move it-amount(render-item) to money-edit
                   move money-edit to token-value
                   set keep-width to 1
           end-evaluate.

           exit paragraph.

      *    MAIL-INVOICE -- THE SIGNED LINK TO THE CUSTOMER, AND
      *    THE OUTCOME BACK ON THE INVOICE ROW (OUTSIDE ANY UNIT OF
      *    WORK -- THE INVOICE ALREADY STANDS).
       mail-invoice.
           if iv-mail-to is equal spaces then
               add 1 to unmailed-count
               display "INVOICE " function trim(invoice-number)
                   " HAS NO MAIL ADDRESS"
               exit paragraph
           end-if.

           move iv-document to link-path.
           set sign-status to 0.

           call "link-sign"
           using by content link-path,
           by content link-ttl,
           by reference signed-url,
           by reference sign-status.

           set mail-status to 0.

           if sign-status is equal 1 then
               divide link-ttl by 86400 giving ttl-days
               move ttl-days to ttl-days-edit
               move iv-total to money-edit

               set mail-subject to spaces
               string
                   "Invoice " function trim(invoice-number)
                   delimited by size
                   into mail-subject
               end-string

               set mail-body to spaces
               string
                   "Invoice " function trim(invoice-number)
                   " dated " iv-invoice-date(1:4) "-"
                   iv-invoice-date(5:2) "-" iv-invoice-date(7:2)
                   " for purchase order "
                   function trim(iv-po-number)
                   " is ready." X"0A" X"0A"
                   "Amount due: " function trim(iv-currency) " "
                   function trim(money-edit)
                   " by " iv-due-date(1:4) "-" iv-due-date(5:2) "-"
                   iv-due-date(7:2) "." X"0A" X"0A"
                   "Download it here (the link works for "
                   function trim(ttl-days-edit) " days):" X"0A"
                   function trim(link-base) function trim(signed-url)
                   X"0A"
                   delimited by size
                   into mail-body
               end-string

               move iv-mail-to to mail-to-addr

               call "send-mail"
               using by content invoice-from,
               by content mail-to-addr,
               by content mail-subject,
               by content mail-body,
               by reference mail-status
           end-if.

           if mail-status is equal 1 then
               move "SENT" to iv-mail-status
               add 1 to mailed-count
           else
               move "PENDING" to iv-mail-status
               add 1 to unmailed-count
           end-if.

           set upsert-status to 0.
           call "db-update"
           using by content invoice-table,
           by content invoice-number,
           by content invoice-row,
           by reference upsert-status,
           by content load-source.

           if mail-status is equal 1 then
               move "INFO" to log-level
               set log-text to spaces
               string
                   "INVOICE " function trim(invoice-number)
                   " MAILED TO " function trim(iv-mail-to)
                   delimited by size
                   into log-text
               end-string
           else
               move "WARN" to log-level
               set log-text to spaces
               string
                   "INVOICE " function trim(invoice-number)
                   " NOT MAILED TO " function trim(iv-mail-to)
                   " - KEPT PENDING FOR THE NEXT RUN"
                   delimited by size
                   into log-text
               end-string
           end-if.

           perform write-log.

           exit paragraph.

      *    READ-DECIMAL -- A PLAIN DECIMAL (DIGITS WITH AT MOST
      *    ONE POINT) INTO decimal-work.
       read-decimal.
           set decimal-ok to 0.
           set decimal-work to 0.

           if decimal-text is equal spaces then
               exit paragraph
           end-if.

           move function length(function trim(decimal-text))
               to decimal-length.

           move function trim(decimal-text) to decimal-scratch.
           move decimal-scratch to decimal-text.

           set point-count to 0.
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

       end program invoice-run.
