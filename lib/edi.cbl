       identification division.
       program-id. edi-850-intake.

      ************************************************************
      * EDI PURCHASE ORDER INTAKE -- parse-xml COVERS THE XML
      * PARTNERS; THIS COVERS THE CUSTOMERS WHO TRADE ONLY BY X12.
      * READS ONE INTERCHANGE FILE (EDI_FILE) AND SPLITS IT INTO
      * ITS ENVELOPES -- ISA INTERCHANGE, GS FUNCTIONAL GROUP, ST
      * TRANSACTION SET -- TAKING THE ELEMENT SEPARATOR AND THE
      * SEGMENT TERMINATOR FROM THE ISA HEADER ITSELF, SO A FILE
      * WITH OR WITHOUT LINE BREAKS READS THE SAME. THE SENDER
      * (ISA06) IS LOOKED UP IN "edipartners.cfg", ONE TRADING
      * PARTNER A LINE:
      *
      *     <customer> <isa-qualifier> <isa-id> [<gs-id>]
      *
      * EACH 850 PURCHASE ORDER IS MAPPED ONTO THE ORDER HEADER
      * TABLE (EDI_ORDER_TABLE, DEFAULT "orders", KEY
      * "<customer>/<po-number>") AND THE ORDER LINE TABLE
      * (EDI_LINE_TABLE, DEFAULT "orderlines", KEY
      * "<order-key>/<line>") THROUGH db-update, THE WHOLE SET AS
      * ONE UNIT OF WORK (db-tx-begin ... db-tx-commit) -- A SET
      * WITH ANY BAD SEGMENT, A REFUSED ROW, A WRONG SE COUNT OR
      * CONTROL NUMBER, OR NO TRAILER IS ROLLED BACK WHOLE AND
      * NOTHING OF IT IS LEFT ON FILE. BEG01 "00" (ORIGINAL) FOR A
      * PURCHASE ORDER ALREADY ON FILE IS REJECTED AS A DUPLICATE;
      * "01" RECORDS THE ORDER AS CANCELLED.
      *
      * THE ROW LAYOUTS (DECLARE THEM IN schemas.cfg FOR
      * db-get-field AND THE REPORTS; OFFSETS FROM 1):
      *   HEADER  CUSTOMER 1/10 PO-NUMBER 11/22 PO-DATE 33/8
      *           PURPOSE 41/2 PO-TYPE 43/2 CURRENCY 45/3
      *           SHIP-TO 48/35 LINES 83/5 TOTAL 88/13 (2 DEC)
      *           SOURCE 101/4 ISA-CONTROL 105/9 SET-CONTROL 114/9
      *           RECEIVED 123/14 STATUS 137/10
      *           INVOICE-NUMBER 147/22 (SET BY invoice-run)
      *   LINE    ORDER-KEY 1/33 LINE 34/6 QUANTITY 40/12 (3 DEC)
      *           UOM 52/2 UNIT-PRICE 54/13 (4 DEC) AMOUNT 67/13
      *           (2 DEC) BUYER-PART 80/30 VENDOR-PART 110/30
      *           DESCRIPTION 140/80
      *
      * A 997 FUNCTIONAL ACKNOWLEDGMENT GOES BACK FOR EVERY
      * FUNCTIONAL GROUP -- AK2/AK5 ACCEPTING OR REJECTING EACH
      * SET WITH ITS X12 ERROR CODE, AK9 FOR THE GROUP -- WRITTEN
      * TO THE OUTBOX (EDI_OUTBOX, DEFAULT "edi/outbox") AS
      * "<customer>.997.<control>.x12" UNDER A CONTROL NUMBER FROM
      * db-sequence "EDIISA"/"EDIGS". A GROUP OF 997S FROM THE
      * CUSTOMER (GS01 "FA") IS RECORDED, NOT ACKNOWLEDGED.
      *
      * FOR DISPUTE RESEARCH THE FILE IS COPIED AS RECEIVED TO
      * EDI_ARCHIVE (DEFAULT "edi/archive") AND EVERY INTERCHANGE
      * AND EVERY SET IS LOGGED TO "ediinterchange.log" WITH ITS
      * CONTROL NUMBERS, PO NUMBER AND OUTCOME (edi-log-inquiry,
      * BELOW, READS IT BACK). A REJECTED SET OR AN UNKNOWN SENDER
      * RAISES AN alerts.log LINE. FINISHES NONZERO WHEN ANY SET
      * WAS REJECTED OR THE FILE HELD NO INTERCHANGE -- SO
      * inbound-watch, WHICH CAN ROUTE PARTNER FILES HERE (LOADER
      * "edi"), FILES IT UNDER ITS ERROR FOLDER.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select edi-file assign to dynamic edi-path
           organization is sequential
           file status is edi-stat.

           select partner-config assign to "edipartners.cfg"
           organization is line sequential
           file status is config-stat.

           select ack-file assign to dynamic ack-path
           organization is line sequential
           file status is ack-stat.

           select alert-log assign to "alerts.log"
           organization is line sequential
           file status is alert-stat.

       data division.

       file section.
       fd edi-file record is varying 512 depending on chunk-length.
       01 edi-chunk pic x(512).

       fd partner-config.
       01 config-record pic x(128).

       fd ack-file.
       01 ack-record pic x(256).

       fd alert-log.
       01 alert-record pic x(350).

       working-storage section.
       77 edi-stat     pic xx.
       77 config-stat  pic xx.
       77 ack-stat     pic xx.
       77 alert-stat   pic xx.
       77 config-eof   pic 9.
       77 edi-eof      pic 9.
       77 not-x12      pic 9.
       77 chunk-length pic 9(3).
       77 byte-pos     pic 9(3).
       77 one-byte     pic x.

       77 edi-path     pic x(256).
       77 outbox-dir   pic x(128).
       77 archive-dir  pic x(128).
       77 archive-path pic x(256).
       77 base-name    pic x(128).
       77 slash-tail   pic 9(3).
       77 path-length  pic 9(3).
       77 order-table  pic x(30).
       77 line-table   pic x(30).
       77 shell-line   pic x(400).
       77 system-result pic s9(9) comp.
       77 copy-result  pic s9(9) comp.
       77 now-stamp    pic x(21).

       01 partner-table.
           05 partner-entry occurs 50 times.
               10 pt-customer  pic x(10).
               10 pt-qualifier pic x(2).
               10 pt-isa-id    pic x(15).
           05 partner-table-size pic 9(2).
       77 p            pic 9(2).
       01 config-fields.
           05 cfg-customer  pic x(10).
           05 cfg-qualifier pic x(2).
           05 cfg-isa-id    pic x(15).

      *    THE SEGMENT BEING GATHERED, AND THE INTERCHANGE'S OWN
      *    DELIMITERS AS ITS ISA HEADER DECLARES THEM.
       77 seg-buffer   pic x(2048).
       77 seg-length   pic 9(4).
       77 isa-seen     pic 9.
       77 element-sep  pic x.
       77 segment-term pic x.
       77 sub-sep      pic x.
       77 seg-id       pic x(3).
       01 seg-elements.
           05 seg-el occurs 20 times pic x(80).
       77 q            pic 9(2).

       77 isa-sender-qual   pic x(2).
       77 isa-sender        pic x(15).
       77 isa-receiver-qual pic x(2).
       77 isa-receiver      pic x(15).
       77 isa-control       pic x(9).
       77 isa-usage         pic x(1).
       77 partner-customer  pic x(10).
       77 partner-found     pic 9.
       77 isa-sets          pic 9(6).
       77 isa-accepted      pic 9(6).

       77 gs-func      pic x(2).
       77 gs-sender    pic x(15).
       77 gs-receiver  pic x(15).
       77 gs-control   pic x(9).
       77 group-open   pic 9.
       77 group-acked  pic 9.
       77 ge-set-count pic 9(6).
       77 sets-received pic 9(6).
       77 sets-accepted pic 9(6).

       77 set-open     pic 9.
       77 st-type      pic x(3).
       77 st-control   pic x(9).
       77 seg-count    pic 9(6).
       77 set-failed   pic 9.
       77 set-error-code pic x(2).
       77 set-note     pic x(60).
       77 fail-code    pic x(2).
       77 fail-note    pic x(60).
       77 tx-status    pic 9.
       77 tx-open      pic 9.
       77 beg-seen     pic 9.
       77 ctt-seen     pic 9.
       77 ctt-count    pic 9(6).
       77 line-count   pic 9(6).
       77 order-total  pic 9(11)v99.
       77 pending-line pic 9.
       77 acked-group  pic x(9).
       77 acked-code   pic x(1).

       77 order-key    pic x(50).
       77 line-key     pic x(50).
       77 line-number-9 pic 9(6).

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

       77 upsert-status pic 9.
       77 load-source  pic x(32) value "edi-850-intake".
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count  pic 9(3).
       77 query-status pic 9.

       77 decimal-text    pic x(80).
       77 decimal-scratch pic x(80).
       77 decimal-work    pic 9(11)v9(4).
       77 decimal-ok      pic 9.
       77 decimal-length  pic 9(2).
       77 point-count     pic 9(2).

       77 ack-path        pic x(256).
       77 ack-open        pic 9.
       77 ack-isa-control pic 9(9).
       77 ack-gs-control  pic 9(9).
       77 ack-seg-count   pic 9(6).
       77 ack-group-count pic 9(4).
       77 ack-code        pic x(1).
       77 seq-name        pic x(30).
       77 next-value      pic 9(11).
       77 seq-status      pic 9.
       77 count-edit      pic z(5)9.
       77 received-edit   pic z(5)9.
       77 accepted-edit   pic z(5)9.

       77 interchange-count pic 9(5).
       77 total-accepted  pic 9(6).
       77 total-rejected  pic 9(6).

       01 edi-log-entry.
           05 el-direction   pic x(3).
           05 filler         pic x(1).
           05 el-partner     pic x(10).
           05 filler         pic x(1).
           05 el-isa-control pic x(9).
           05 filler         pic x(1).
           05 el-gs-control  pic x(9).
           05 filler         pic x(1).
           05 el-set-type    pic x(3).
           05 filler         pic x(1).
           05 el-set-control pic x(9).
           05 filler         pic x(1).
           05 el-reference   pic x(22).
           05 filler         pic x(1).
           05 el-outcome     pic x(8).
           05 filler         pic x(1).
           05 el-note        pic x(60).
           05 filler         pic x(1).
           05 el-path        pic x(128).

       77 alert-timestamp pic x(29).
       77 alert-days      pic 9(4) value 0.
       77 alert-reason    pic x(256).
       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       procedure division.

           set edi-path to spaces.
           accept edi-path from environment "EDI_FILE".

           if edi-path is equal spaces then
               display "EDI_FILE IS REQUIRED"
               move 8 to return-code
               goback
           end-if.

           set outbox-dir to spaces.
           accept outbox-dir from environment "EDI_OUTBOX".

           if outbox-dir is equal spaces then
               set outbox-dir to "edi/outbox"
           end-if.

           set archive-dir to spaces.
           accept archive-dir from environment "EDI_ARCHIVE".

           if archive-dir is equal spaces then
               set archive-dir to "edi/archive"
           end-if.

           set order-table to spaces.
           accept order-table from environment "EDI_ORDER_TABLE".

           if order-table is equal spaces then
               set order-table to "orders"
           end-if.

           set line-table to spaces.
           accept line-table from environment "EDI_LINE_TABLE".

           if line-table is equal spaces then
               set line-table to "orderlines"
           end-if.

           move "edi-850-intake" to log-source.

           perform load-partners.

           open input edi-file.

           if edi-stat is not equal "00" then
               display "CANNOT OPEN " function trim(edi-path)
                   " STATUS " edi-stat
               move 8 to return-code
               goback
           end-if.

           perform archive-received-file.

           set isa-seen to 0.
           set seg-length to 0.
           set set-open to 0.
           set group-open to 0.
           set ack-open to 0.
           set not-x12 to 0.
           set interchange-count to 0.
           set total-accepted to 0.
           set total-rejected to 0.

           set edi-eof to 0.

           perform read-one-chunk until edi-eof is equal 1.

           close edi-file.

      *    A FILE THAT ENDS INSIDE AN INTERCHANGE IS CLOSED OFF AS
      *    IF ITS TRAILERS HAD COME -- AN OPEN SET IS BACKED OUT
      *    AND REJECTED AS MISSING ITS TRAILER.
           if isa-seen is equal 1 then
               perform close-interchange
           end-if.

           move total-accepted to accepted-edit.
           move total-rejected to count-edit.
           display function trim(accepted-edit) " SET(S) ACCEPTED, "
               function trim(count-edit) " REJECTED".

           if interchange-count is equal 0 or not-x12 is equal 1
           then
               display "NO X12 INTERCHANGE IN "
                   function trim(edi-path)
               move 8 to return-code
               goback
           end-if.

           if total-rejected is greater than 0 then
               move 8 to return-code
           else
               move 0 to return-code
           end-if.

           goback.

      *    LOAD-PARTNERS -- edipartners.cfg INTO THE PARTNER TABLE.
       load-partners.
           set partner-table-size to 0.

           open input partner-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-partner until config-eof is equal 1.

           close partner-config.

           exit paragraph.

       read-one-partner.
           read partner-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#"
           or config-record is equal spaces
           or partner-table-size is equal 50 then
               exit paragraph
           end-if.

           initialize config-fields.
           unstring config-record delimited by all spaces
               into cfg-customer, cfg-qualifier, cfg-isa-id
           end-unstring.

           add 1 to partner-table-size.
           move cfg-customer to pt-customer(partner-table-size).
           move cfg-qualifier to pt-qualifier(partner-table-size).
           move cfg-isa-id to pt-isa-id(partner-table-size).

           exit paragraph.

      *    ARCHIVE-RECEIVED-FILE -- THE FILE EXACTLY AS THE PARTNER
      *    SENT IT, KEPT UNDER A DATED NAME; THE OUTBOX IS MADE
      *    READY AT THE SAME TIME.
       archive-received-file.
           set shell-line to spaces.
           string
               "mkdir -p " function trim(outbox-dir) " "
               function trim(archive-dir)
               into shell-line
           end-string.

           call "SYSTEM"
           using function trim(shell-line)
           returning system-result.

           move function length(function trim(edi-path))
               to path-length.

           set slash-tail to 0.
           inspect function reverse(edi-path(1:path-length))
               tallying slash-tail for characters before initial "/".

           move edi-path(path-length - slash-tail + 1:slash-tail)
               to base-name.

           move function current-date to now-stamp.

           set archive-path to spaces.
           string
               function trim(archive-dir) "/"
               function trim(base-name) "."
               now-stamp(1:14)
               into archive-path
           end-string.

           call "CBL_COPY_FILE"
           using function trim(edi-path),
                 function trim(archive-path)
           returning copy-result.

           if copy-result is not equal 0 then
               display "COULD NOT ARCHIVE " function trim(edi-path)
                   " TO " function trim(archive-path)
               move edi-path to archive-path
           end-if.

           exit paragraph.

      *    READ-ONE-CHUNK -- THE FILE IN 512-BYTE PIECES, THE SAME
      *    WAY sendfile_http READS; SEGMENTS ARE GATHERED BYTE BY
      *    BYTE ACROSS THE PIECES.
       read-one-chunk.
           read edi-file
               at end
                   set edi-eof to 1
                   exit paragraph
           end-read.

           perform take-one-byte
               varying byte-pos from 1 by 1
               until byte-pos is greater than chunk-length
               or edi-eof is equal 1.

           exit paragraph.

       take-one-byte.
           move edi-chunk(byte-pos:1) to one-byte.

      *    BEFORE AN ISA, LINE ENDS AND BLANKS BETWEEN INTERCHANGES
      *    ARE SKIPPED; THE ISA ITSELF IS FIXED LENGTH -- 106 BYTES
      *    WITH ITS TERMINATOR.
           if isa-seen is equal 0 then
               if seg-length is equal 0
               and (one-byte is equal X"0D" or X"0A" or space) then
                   exit paragraph
               end-if

               add 1 to seg-length
               move one-byte to seg-buffer(seg-length:1)

               if seg-length is equal 106 then
                   perform open-interchange
                   set seg-length to 0
               end-if

               exit paragraph
           end-if.

           if one-byte is equal segment-term then
               if seg-length is greater than 0 then
                   perform process-segment
               end-if
               set seg-length to 0
               exit paragraph
           end-if.

           if one-byte is equal X"0D" or X"0A" then
               exit paragraph
           end-if.

           if seg-length is less than 2048 then
               add 1 to seg-length
               move one-byte to seg-buffer(seg-length:1)
           end-if.

           exit paragraph.

       split-segment.
           move spaces to seg-id.
           move spaces to seg-elements.

           unstring seg-buffer(1:seg-length)
               delimited by element-sep
               into seg-id,
                    seg-el(1), seg-el(2), seg-el(3), seg-el(4),
                    seg-el(5), seg-el(6), seg-el(7), seg-el(8),
                    seg-el(9), seg-el(10), seg-el(11), seg-el(12),
                    seg-el(13), seg-el(14), seg-el(15), seg-el(16),
                    seg-el(17), seg-el(18), seg-el(19), seg-el(20)
           end-unstring.

           exit paragraph.

      *    OPEN-INTERCHANGE -- THE ISA: DELIMITERS, SENDER AND
      *    RECEIVER, CONTROL NUMBER; THE SENDER MUST BE A KNOWN
      *    TRADING PARTNER FOR ANY ORDER TO BE TAKEN.
       open-interchange.
           if seg-buffer(1:3) is not equal "ISA" then
               display "NOT AN X12 INTERCHANGE - NO ISA HEADER"
               set not-x12 to 1
               set edi-eof to 1
               exit paragraph
           end-if.

           move seg-buffer(4:1) to element-sep.
           move seg-buffer(105:1) to sub-sep.
           move seg-buffer(106:1) to segment-term.
           set seg-length to 105.

           perform split-segment.

           move seg-el(5) to isa-sender-qual.
           move seg-el(6) to isa-sender.
           move seg-el(7) to isa-receiver-qual.
           move seg-el(8) to isa-receiver.
           move seg-el(13) to isa-control.
           move seg-el(15) to isa-usage.

           set isa-seen to 1.
           add 1 to interchange-count.
           set isa-sets to 0.
           set isa-accepted to 0.
           set ack-group-count to 0.

           set partner-found to 0.

           perform find-one-partner
               varying p from 1 by 1
               until p is greater than partner-table-size
               or partner-found is equal 1.

           if partner-found is equal 0 then
               move isa-sender to partner-customer

               set alert-reason to spaces
               string
                   "EDI INTERCHANGE " function trim(isa-control)
                   " FROM UNKNOWN SENDER " function trim(isa-sender)
                   " - NOT IN edipartners.cfg, NO ORDER TAKEN"
                   into alert-reason
               end-string
               perform raise-edi-alert
           end-if.

           exit paragraph.

       find-one-partner.
           if pt-isa-id(p) is equal isa-sender then
               move pt-customer(p) to partner-customer
               set partner-found to 1
           end-if.

           exit paragraph.

       process-segment.
           perform split-segment.

           if set-open is equal 1 then
               add 1 to seg-count
           end-if.

           evaluate seg-id
               when "GS"
                   perform open-functional-group
               when "ST"
                   perform open-transaction-set
               when "SE"
                   perform end-transaction-set
               when "GE"
                   perform end-functional-group
               when "IEA"
                   perform close-interchange
               when other
                   if set-open is equal 1 then
                       perform map-set-segment
                   end-if
           end-evaluate.

           exit paragraph.

      *    OPEN-FUNCTIONAL-GROUP -- THE GS; EVERY GROUP BUT A GROUP
      *    OF ACKNOWLEDGMENTS GETS A 997 OF ITS OWN.
       open-functional-group.
           if set-open is equal 1 then
               perform trailer-missing
           end-if.

           if group-open is equal 1 then
               move sets-received to ge-set-count
               perform close-functional-group
           end-if.

           move seg-el(1) to gs-func.
           move seg-el(2) to gs-sender.
           move seg-el(3) to gs-receiver.
           move seg-el(6) to gs-control.

           set group-open to 1.
           set sets-received to 0.
           set sets-accepted to 0.
           set group-acked to 0.

           if gs-func is equal "FA" then
               exit paragraph
           end-if.

           if ack-open is equal 0 then
               perform open-acknowledgment
           end-if.

           if ack-open is equal 0 then
               exit paragraph
           end-if.

           set group-acked to 1.
           add 1 to ack-group-count.

           set seq-name to "EDIGS".
           perform take-control-number.
           move next-value(3:9) to ack-gs-control.

           move function current-date to now-stamp.

           move spaces to ack-record.
           string
               "GS*FA*" function trim(gs-receiver) "*"
               function trim(gs-sender) "*"
               now-stamp(1:8) "*" now-stamp(9:4) "*"
               ack-gs-control "*X*004010~"
               delimited by size
               into ack-record
           end-string.
           perform write-ack-segment.

           set ack-seg-count to 0.

           move spaces to ack-record.
           string
               "ST*997*0001~"
               delimited by size
               into ack-record
           end-string.
           perform write-ack-segment.

           move spaces to ack-record.
           string
               "AK1*" function trim(gs-func) "*"
               function trim(gs-control) "~"
               delimited by size
               into ack-record
           end-string.
           perform write-ack-segment.

           exit paragraph.

      *    OPEN-ACKNOWLEDGMENT -- THE 997 INTERCHANGE, ADDRESSED
      *    BACK TO THE SENDER FROM THE RECEIVER IT NAMED.
       open-acknowledgment.
           set seq-name to "EDIISA".
           perform take-control-number.
           move next-value(3:9) to ack-isa-control.

           set ack-path to spaces.
           string
               function trim(outbox-dir) "/"
               function trim(partner-customer) ".997."
               ack-isa-control ".x12"
               delimited by size
               into ack-path
           end-string.

           open output ack-file.

           if ack-stat is not equal "00" then
               display "CANNOT OPEN " function trim(ack-path)
                   " STATUS " ack-stat
               exit paragraph
           end-if.

           set ack-open to 1.

           move function current-date to now-stamp.

           move spaces to ack-record.
           string
               "ISA*00*          *00*          *"
               isa-receiver-qual "*" isa-receiver "*"
               isa-sender-qual "*" isa-sender "*"
               now-stamp(3:6) "*" now-stamp(9:4)
               "*U*00401*" ack-isa-control "*0*" isa-usage "*>~"
               delimited by size
               into ack-record
           end-string.
           perform write-ack-segment.

           exit paragraph.

       take-control-number.
           set next-value to 0.
           set seq-status to 0.

           call "db-sequence"
           using by content seq-name,
           by reference next-value,
           by reference seq-status.

           exit paragraph.

       write-ack-segment.
           if ack-open is equal 1 then
               write ack-record
               add 1 to ack-seg-count
           end-if.

           exit paragraph.

      *    OPEN-TRANSACTION-SET -- THE ST; AN 850 OPENS ITS UNIT OF
      *    WORK HERE SO EVERY ROW IT WRITES STANDS OR FALLS
      *    TOGETHER.
       open-transaction-set.
           if set-open is equal 1 then
               perform trailer-missing
           end-if.

           move seg-el(1) to st-type.
           move seg-el(2) to st-control.

           set set-open to 1.
           set seg-count to 1.
           set set-failed to 0.
           move spaces to set-error-code.
           move spaces to set-note.
           set beg-seen to 0.
           set ctt-seen to 0.
           set ctt-count to 0.
           set line-count to 0.
           set order-total to 0.
           set pending-line to 0.
           set tx-open to 0.
           move spaces to order-key.
           move spaces to order-row.
           move spaces to acked-group.
           move spaces to acked-code.

           add 1 to sets-received.

           evaluate true
               when st-type is equal "997" and gs-func is equal "FA"
                   continue
               when st-type is equal "850"
                   if partner-found is equal 0 then
                       move "5" to fail-code
                       move "UNKNOWN TRADING PARTNER" to fail-note
                       perform mark-set-failed
                   else
                       set tx-status to 0
                       call "db-tx-begin"
                       using by reference tx-status

                       if tx-status is equal 1 then
                           set tx-open to 1
                       else
                           move "5" to fail-code
                           move "UNIT OF WORK COULD NOT BE OPENED"
                               to fail-note
                           perform mark-set-failed
                       end-if
                   end-if
               when other
                   move "1" to fail-code
                   move "TRANSACTION SET NOT SUPPORTED" to fail-note
                   perform mark-set-failed
           end-evaluate.

           exit paragraph.

      *    MARK-SET-FAILED -- THE FIRST FAULT FOUND IS THE ONE THE
      *    997 AND THE LOG REPORT.
       mark-set-failed.
           if set-failed is equal 0 then
               set set-failed to 1
               move fail-code to set-error-code
               move fail-note to set-note
           end-if.

           exit paragraph.

       trailer-missing.
           move "2" to fail-code.
           move "TRANSACTION SET TRAILER MISSING" to fail-note.
           perform mark-set-failed.
           perform close-transaction-set.

           exit paragraph.

      *    MAP-SET-SEGMENT -- ONE BODY SEGMENT OF THE OPEN SET. A
      *    997 FROM THE CUSTOMER IS ONLY READ FOR ITS AK1 AND AK9;
      *    AN 850 THAT HAS ALREADY FAILED IS READ THROUGH TO ITS
      *    SE WITHOUT WRITING ANYTHING MORE.
       map-set-segment.
           if st-type is equal "997" then
               evaluate seg-id
                   when "AK1"
                       move seg-el(2) to acked-group
                   when "AK9"
                       move seg-el(1) to acked-code
               end-evaluate
               exit paragraph
           end-if.

           if st-type is not equal "850" or set-failed is equal 1
           then
               exit paragraph
           end-if.

           evaluate seg-id
               when "BEG"
                   perform map-beg
               when "CUR"
                   move seg-el(2) to oh-currency
               when "N1"
                   if seg-el(1) is equal "ST" then
                       move seg-el(2) to oh-ship-to
                   end-if
               when "PO1"
                   perform map-po1
               when "PID"
                   if pending-line is equal 1
                   and seg-el(1) is equal "F" then
                       move seg-el(5) to ol-description
                   end-if
               when "CTT"
                   perform flush-pending-line
                   move seg-el(1) to decimal-text
                   perform read-decimal
                   if decimal-ok is equal 1 then
                       move decimal-work to ctt-count
                       set ctt-seen to 1
                   end-if
           end-evaluate.

           exit paragraph.

      *    MAP-BEG -- THE ORDER HEADER, WRITTEN AT ONCE SO THE
      *    LINES HAVE THEIR PARENT ON FILE; THE LINE COUNT AND
      *    TOTAL ARE FILLED IN WHEN THE SET CLOSES.
       map-beg.
           if beg-seen is equal 1 then
               move "5" to fail-code
               move "SECOND BEG SEGMENT IN SET" to fail-note
               perform mark-set-failed
               exit paragraph
           end-if.

           set beg-seen to 1.

           if seg-el(3) is equal spaces then
               move "5" to fail-code
               move "BEG03 PURCHASE ORDER NUMBER MISSING"
                   to fail-note
               perform mark-set-failed
               exit paragraph
           end-if.

           set order-key to spaces.
           string
               function trim(partner-customer) "/"
               function trim(seg-el(3))
               delimited by size
               into order-key
           end-string.

           if seg-el(1) is equal "00" then
               set fetch-count to 0
               call "db-query"
               using by content order-table,
               by content order-key,
               by reference fetch-rows,
               by reference fetch-count,
               by reference query-status

               if fetch-count is greater than 0 then
                   move "5" to fail-code
                   move "DUPLICATE PURCHASE ORDER" to fail-note
                   perform mark-set-failed
                   exit paragraph
               end-if
           end-if.

           move spaces to order-row.
           move partner-customer to oh-customer.
           move seg-el(3) to oh-po-number.
           move seg-el(5) to oh-po-date.
           move seg-el(1) to oh-purpose.
           move seg-el(2) to oh-po-type.
           move 0 to oh-line-count.
           move 0 to oh-total.
           move "EDI" to oh-source.
           move isa-control to oh-isa-control.
           move st-control to oh-set-control.
           move function current-date to now-stamp.
           move now-stamp(1:14) to oh-received.

           if seg-el(1) is equal "01" then
               move "CANCELLED" to oh-status
           else
               move "RECEIVED" to oh-status
           end-if.

           perform save-order-header.

           exit paragraph.

       save-order-header.
           set upsert-status to 0.

           call "db-update"
           using by content order-table,
           by content order-key,
           by content order-row,
           by reference upsert-status,
           by content load-source.

           if upsert-status is not equal 1 then
               move "5" to fail-code
               move "ORDER HEADER REFUSED" to fail-note
               perform mark-set-failed
           end-if.

           exit paragraph.

      *    MAP-PO1 -- ONE ORDER LINE. IT IS HELD UNTIL THE NEXT
      *    LINE OR THE TRAILER SO ITS PID DESCRIPTION CAN JOIN IT.
       map-po1.
           perform flush-pending-line.

           if set-failed is equal 1 then
               exit paragraph
           end-if.

           if beg-seen is equal 0 then
               move "5" to fail-code
               move "PO1 LINE BEFORE THE BEG HEADER" to fail-note
               perform mark-set-failed
               exit paragraph
           end-if.

           add 1 to line-count.

           move spaces to line-row.
           move order-key to ol-order-key.

           move function length(function trim(seg-el(1)))
               to decimal-length.

           if seg-el(1) is equal spaces then
               move line-count to line-number-9
               move line-number-9 to ol-line-number
           else
               if decimal-length is not greater than 6
               and seg-el(1)(1:decimal-length) is numeric then
                   move seg-el(1)(1:decimal-length) to line-number-9
                   move line-number-9 to ol-line-number
               else
                   move seg-el(1) to ol-line-number
               end-if
           end-if.

           move seg-el(2) to decimal-text.
           perform read-decimal.

           if decimal-ok is equal 0 then
               move "5" to fail-code
               move "PO1 QUANTITY NOT NUMERIC" to fail-note
               perform mark-set-failed
               exit paragraph
           end-if.

           move decimal-work to ol-quantity.
           move seg-el(3) to ol-uom.

           if seg-el(4) is equal spaces then
               move 0 to ol-unit-price
           else
               move seg-el(4) to decimal-text
               perform read-decimal

               if decimal-ok is equal 0 then
                   move "5" to fail-code
                   move "PO1 UNIT PRICE NOT NUMERIC" to fail-note
                   perform mark-set-failed
                   exit paragraph
               end-if

               move decimal-work to ol-unit-price
           end-if.

           compute ol-amount rounded = ol-quantity * ol-unit-price.
           add ol-amount to order-total.

           perform take-product-id
               varying q from 6 by 2
               until q is greater than 18.

           set line-key to spaces.
           string
               function trim(order-key) "/"
               function trim(ol-line-number)
               delimited by size
               into line-key
           end-string.

           set pending-line to 1.

           exit paragraph.

      *    TAKE-PRODUCT-ID -- PO106 ONWARD ARE QUALIFIER/ID PAIRS;
      *    BP IS THE BUYER'S PART NUMBER, VP/VN OURS.
       take-product-id.
           evaluate seg-el(q)
               when "BP"
                   move seg-el(q + 1) to ol-buyer-part
               when "VP"
               when "VN"
                   move seg-el(q + 1) to ol-vendor-part
           end-evaluate.

           exit paragraph.

       flush-pending-line.
           if pending-line is equal 0 then
               exit paragraph
           end-if.

           set pending-line to 0.

           if set-failed is equal 1 then
               exit paragraph
           end-if.

           set upsert-status to 0.

           call "db-update"
           using by content line-table,
           by content line-key,
           by content line-row,
           by reference upsert-status,
           by content load-source.

           if upsert-status is not equal 1 then
               move "5" to fail-code
               set fail-note to spaces
               string
                   "ORDER LINE " function trim(ol-line-number)
                   " REFUSED"
                   delimited by size
                   into fail-note
               end-string
               perform mark-set-failed
           end-if.

           exit paragraph.

      *    READ-DECIMAL -- AN X12 NUMERIC ELEMENT (DIGITS WITH AT
      *    MOST ONE DECIMAL POINT) INTO decimal-work.
       read-decimal.
           set decimal-ok to 0.
           set decimal-work to 0.

           if decimal-text is equal spaces then
               exit paragraph
           end-if.

           move function length(function trim(decimal-text))
               to decimal-length.

           move decimal-text to decimal-scratch.

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

      *    END-TRANSACTION-SET -- THE SE: ITS SEGMENT COUNT AND
      *    CONTROL NUMBER MUST AGREE WITH THE SET AS READ.
       end-transaction-set.
           if set-open is equal 0 then
               exit paragraph
           end-if.

           perform flush-pending-line.

           move seg-el(1) to decimal-text.
           perform read-decimal.

           if decimal-ok is equal 0
           or decimal-work is not equal seg-count then
               move "4" to fail-code
               move "SE SEGMENT COUNT DOES NOT MATCH THE SET"
                   to fail-note
               perform mark-set-failed
           end-if.

           if seg-el(2) is not equal st-control then
               move "3" to fail-code
               move "SE CONTROL NUMBER DOES NOT MATCH THE ST"
                   to fail-note
               perform mark-set-failed
           end-if.

           perform close-transaction-set.

           exit paragraph.

      *    CLOSE-TRANSACTION-SET -- COMMIT OR ROLL BACK THE UNIT OF
      *    WORK, ACKNOWLEDGE THE SET AND LOG IT.
       close-transaction-set.
           set set-open to 0.

           if st-type is equal "997" and gs-func is equal "FA" then
               perform log-acknowledgment-received
               exit paragraph
           end-if.

           if st-type is equal "850" then
               perform finish-order
           end-if.

           if tx-open is equal 1 then
               set tx-status to 0

               if set-failed is equal 1 then
                   call "db-tx-rollback"
                   using by reference tx-status
               else
                   call "db-tx-commit"
                   using by reference tx-status
               end-if

               set tx-open to 0
           end-if.

           add 1 to isa-sets.

           if set-failed is equal 0 then
               add 1 to sets-accepted
               add 1 to isa-accepted
               add 1 to total-accepted
           else
               add 1 to total-rejected
           end-if.

           if group-acked is equal 1 then
               move spaces to ack-record
               string
                   "AK2*" function trim(st-type) "*"
                   function trim(st-control) "~"
                   delimited by size
                   into ack-record
               end-string
               perform write-ack-segment

               move spaces to ack-record
               if set-failed is equal 0 then
                   move "AK5*A~" to ack-record
               else
                   string
                       "AK5*R*" function trim(set-error-code) "~"
                       delimited by size
                       into ack-record
                   end-string
               end-if
               perform write-ack-segment
           end-if.

           move spaces to edi-log-entry.
           move "IN" to el-direction.
           move partner-customer to el-partner.
           move isa-control to el-isa-control.
           move gs-control to el-gs-control.
           move st-type to el-set-type.
           move st-control to el-set-control.
           move oh-po-number to el-reference.
           move set-note to el-note.
           move archive-path to el-path.

           set log-text to spaces.

           if set-failed is equal 0 then
               move "ACCEPTED" to el-outcome
               move "INFO" to log-level
               string
                   "EDI " function trim(st-type) " "
                   function trim(st-control) " FROM "
                   function trim(partner-customer) " ACCEPTED PO "
                   function trim(oh-po-number)
                   delimited by size
                   into log-text
               end-string
           else
               move "REJECTED" to el-outcome
               move "WARN" to log-level
               string
                   "EDI " function trim(st-type) " "
                   function trim(st-control) " FROM "
                   function trim(partner-customer) " REJECTED - "
                   function trim(set-note)
                   delimited by size
                   into log-text
               end-string

               move log-text to alert-reason
               perform raise-edi-alert
           end-if.

           perform log-interchange.

           display function trim(log-text).

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    FINISH-ORDER -- THE SET'S OWN CROSS-CHECKS, THEN THE
      *    HEADER REWRITTEN WITH ITS LINE COUNT AND TOTAL.
       finish-order.
           if set-failed is equal 1 then
               exit paragraph
           end-if.

           if beg-seen is equal 0 then
               move "5" to fail-code
               move "NO BEG SEGMENT IN SET" to fail-note
               perform mark-set-failed
               exit paragraph
           end-if.

           if ctt-seen is equal 1
           and ctt-count is not equal line-count then
               move "5" to fail-code
               move "CTT LINE COUNT DOES NOT MATCH THE PO1 LINES"
                   to fail-note
               perform mark-set-failed
               exit paragraph
           end-if.

           move line-count to oh-line-count.
           move order-total to oh-total.

           perform save-order-header.

           exit paragraph.

       log-acknowledgment-received.
           move spaces to edi-log-entry.
           move "IN" to el-direction.
           move partner-customer to el-partner.
           move isa-control to el-isa-control.
           move gs-control to el-gs-control.
           move st-type to el-set-type.
           move st-control to el-set-control.
           move acked-group to el-reference.
           move archive-path to el-path.

           evaluate acked-code
               when "A"
                   move "ACCEPTED" to el-outcome
               when "R"
                   move "REJECTED" to el-outcome
               when other
                   move "PARTIAL" to el-outcome
           end-evaluate.

           move "997 FOR OUR GROUP IN REFERENCE" to el-note.

           perform log-interchange.

           display "EDI 997 FROM " function trim(partner-customer)
               " FOR GROUP " function trim(acked-group) " "
               function trim(el-outcome).

           exit paragraph.

       end-functional-group.
           if set-open is equal 1 then
               perform trailer-missing
           end-if.

           if group-open is equal 0 then
               exit paragraph
           end-if.

           move seg-el(1) to decimal-text.
           perform read-decimal.

           if decimal-ok is equal 1 then
               move decimal-work to ge-set-count
           else
               move sets-received to ge-set-count
           end-if.

           perform close-functional-group.

           exit paragraph.

      *    CLOSE-FUNCTIONAL-GROUP -- AK9 FOR THE GROUP AND THE
      *    997'S OWN SE/GE.
       close-functional-group.
           set group-open to 0.

           if group-acked is equal 0 then
               exit paragraph
           end-if.

           if sets-accepted is equal sets-received
           and ge-set-count is equal sets-received then
               move "A" to ack-code
           else
               if sets-accepted is equal 0 then
                   move "R" to ack-code
               else
                   move "P" to ack-code
               end-if
           end-if.

           move ge-set-count to count-edit.
           move sets-received to received-edit.
           move sets-accepted to accepted-edit.

           move spaces to ack-record.
           string
               "AK9*" ack-code "*" function trim(count-edit) "*"
               function trim(received-edit) "*"
               function trim(accepted-edit) "~"
               delimited by size
               into ack-record
           end-string.
           perform write-ack-segment.

           add 1 to ack-seg-count giving count-edit.

           move spaces to ack-record.
           string
               "SE*" function trim(count-edit) "*0001~"
               delimited by size
               into ack-record
           end-string.
           perform write-ack-segment.

           move spaces to ack-record.
           string
               "GE*1*" ack-gs-control "~"
               delimited by size
               into ack-record
           end-string.
           perform write-ack-segment.

           set group-acked to 0.

           exit paragraph.

      *    CLOSE-INTERCHANGE -- THE IEA, OR THE END OF THE FILE:
      *    ANYTHING STILL OPEN IS CLOSED, THE 997 IS FINISHED AND
      *    BOTH INTERCHANGES ARE LOGGED.
       close-interchange.
           if set-open is equal 1 then
               perform trailer-missing
           end-if.

           if group-open is equal 1 then
               move sets-received to ge-set-count
               perform close-functional-group
           end-if.

           move isa-sets to received-edit.
           move isa-accepted to accepted-edit.

           move spaces to edi-log-entry.
           move "IN" to el-direction.
           move partner-customer to el-partner.
           move isa-control to el-isa-control.
           move "ISA" to el-set-type.
           move isa-control to el-set-control.
           move "RECEIVED" to el-outcome.
           string
               function trim(received-edit) " SET(S), "
               function trim(accepted-edit) " ACCEPTED"
               delimited by size
               into el-note
           end-string.
           move archive-path to el-path.

           perform log-interchange.

           if ack-open is equal 1 then
               move ack-group-count to count-edit

               move spaces to ack-record
               string
                   "IEA*" function trim(count-edit) "*"
                   ack-isa-control "~"
                   delimited by size
                   into ack-record
               end-string
               perform write-ack-segment

               close ack-file
               set ack-open to 0

               move spaces to edi-log-entry
               move "OUT" to el-direction
               move partner-customer to el-partner
               move ack-isa-control to el-isa-control
               move "997" to el-set-type
               move "0001" to el-set-control
               move isa-control to el-reference
               move "SENT" to el-outcome
               move "FUNCTIONAL ACKNOWLEDGMENT" to el-note
               move ack-path to el-path

               perform log-interchange

               display "997 WRITTEN TO " function trim(ack-path)
           end-if.

           set isa-seen to 0.

           exit paragraph.

       log-interchange.
           call "edi-log-interchange"
           using by content edi-log-entry.

           exit paragraph.

      *    RAISE-EDI-ALERT -- ONE alerts.log LINE, THE SAME
      *    TIMESTAMPED SHAPE ops-monitor WRITES.
       raise-edi-alert.
           call "date-utc"
           using by reference alert-timestamp,
           by content alert-days.

           open extend alert-log.
           if alert-stat is equal "35" then
               open output alert-log
           end-if.

           move spaces to alert-record.
           string
               function trim(alert-timestamp) delimited by size
               X"20"
               function trim(alert-reason) delimited by size
               into alert-record
           end-string.

           write alert-record.

           close alert-log.

           display "ALERT " function trim(alert-reason).

           exit paragraph.

       end program edi-850-intake.

      *****************************************

       identification division.
       program-id. edi-810-outbound.

      ************************************************************
      * EDI INVOICE OUTPUT -- FOR EVERY TRADING PARTNER IN
      * "edipartners.cfg" (OR ONLY EDI_CUSTOMER), EVERY INVOICE
      * ROW NOT YET SENT GOES OUT AS AN X12 810 TRANSACTION SET,
      * ONE INTERCHANGE PER PARTNER PER RUN, WRITTEN TO THE OUTBOX
      * (EDI_OUTBOX, DEFAULT "edi/outbox") AS
      * "<customer>.810.<control>.x12". THE ISA AND GS CONTROL
      * NUMBERS COME FROM db-sequence "EDIISA"/"EDIGS", THE SAME
      * COUNTERS THE 997S USE, SO NO TWO INTERCHANGES WE SEND EVER
      * SHARE A NUMBER. OUR OWN IDENTITY IS EDI_SENDER_ID
      * (REQUIRED), EDI_SENDER_QUAL (DEFAULT "ZZ") AND
      * EDI_SENDER_GS (DEFAULT THE SENDER ID); EDI_USAGE IS "P"
      * (PRODUCTION, THE DEFAULT) OR "T" (TEST).
      *
      * THE INVOICE TABLE (EDI_INVOICE_TABLE, DEFAULT "invoices")
      * AND ITS LINES (EDI_INVOICE_LINE_TABLE, DEFAULT
      * "invoicelines", KEY "<invoice-key>/<line>") ARE LAID OUT
      * (OFFSETS FROM 1):
      *   INVOICE CUSTOMER 1/10 INVOICE-NUMBER 11/22
      *           INVOICE-DATE 33/8 PO-NUMBER 41/22 CURRENCY 63/3
      *           TOTAL 66/13 (2 DEC) EDI-STATUS 79/10
      *           EDI-CONTROL 89/9 EDI-SENT 98/14
      *           ORDER-KEY 112/33 SUBTOTAL 145/13 (2 DEC)
      *           TAX 158/13 (2 DEC) TAX-RATE 171/7 (4 DEC)
      *           DUE-DATE 178/8 TERMS-DAYS 186/3 DOCUMENT 189/64
      *           MAIL-STATUS 253/10 MAIL-TO 263/64
      *           OPEN-BALANCE 327/13 (CENTS, LEFT-ALIGNED DIGITS)
      *   LINE    INVOICE-KEY 1/43 LINE 44/6 QUANTITY 50/12
      *           (3 DEC) UOM 62/2 UNIT-PRICE 64/13 (4 DEC)
      *           AMOUNT 77/13 (2 DEC) BUYER-PART 90/30
      *           VENDOR-PART 120/30 DESCRIPTION 150/80
      *
      * AN INVOICE IS "NOT YET SENT" WHILE ITS EDI-STATUS IS
      * BLANK; ONCE IN AN INTERCHANGE IT IS MARKED "SENT" WITH THE
      * INTERCHANGE CONTROL NUMBER AND THE TIME, AND EVERY SET AND
      * INTERCHANGE IS LOGGED TO "ediinterchange.log". TO SEND AN
      * INVOICE AGAIN, BLANK ITS EDI-STATUS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select partner-config assign to "edipartners.cfg"
           organization is line sequential
           file status is config-stat.

           select out-file assign to dynamic out-path
           organization is line sequential
           file status is out-stat.

       data division.

       file section.
       fd partner-config.
       01 config-record pic x(128).

       fd out-file.
       01 out-record pic x(256).

       working-storage section.
       77 config-stat  pic xx.
       77 out-stat     pic xx.
       77 config-eof   pic 9.

       77 sender-qual  pic x(2).
       77 sender-id    pic x(15).
       77 sender-gs    pic x(15).
       77 usage-code   pic x(1).
       77 customer-filter pic x(10).
       77 outbox-dir   pic x(128).
       77 invoice-table pic x(30).
       77 invoice-line-table pic x(30).
       77 shell-line   pic x(400).
       77 system-result pic s9(9) comp.
       77 now-stamp    pic x(21).

       01 partner-table.
           05 partner-entry occurs 50 times.
               10 pt-customer  pic x(10).
               10 pt-qualifier pic x(2).
               10 pt-isa-id    pic x(15).
               10 pt-gs-id     pic x(15).
           05 partner-table-size pic 9(2).
       77 p            pic 9(2).
       77 partner-matched pic 9.
       01 config-fields.
           05 cfg-customer  pic x(10).
           05 cfg-qualifier pic x(2).
           05 cfg-isa-id    pic x(15).
           05 cfg-gs-id     pic x(15).

       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count  pic 9(3).
       77 query-status pic 9.
       77 resume-key   pic x(50).
       77 scan-done    pic 9.
       77 r            pic 9(3).

       01 line-rows.
           05 line-fetch-row occurs 50 times.
               10 line-row-key   pic x(50).
               10 line-row-value pic x(1024).
       77 line-fetch-count pic 9(3).
       77 line-resume  pic x(50).
       77 line-prefix  pic x(50).
       77 prefix-length pic 9(2).
       77 line-scan-done pic 9.
       77 s            pic 9(3).

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

       77 upsert-status pic 9.
       77 load-source  pic x(32) value "edi-810-outbound".

       77 out-path     pic x(256).
       77 interchange-open pic 9.
       77 out-isa-control pic 9(9).
       77 out-gs-control pic 9(9).
       77 out-seg-count pic 9(6).
       77 st-number    pic 9(4).
       77 sets-in-interchange pic 9(5).
       77 item-count   pic 9(6).
       77 out-pointer  pic 9(3).
       77 seq-name     pic x(30).
       77 next-value   pic 9(11).
       77 seq-status   pic 9.

       77 decimal-work pic 9(11)v9(4).
       77 decimal-edit pic z(10)9.9(4).
       77 decimal-text pic x(20).
       77 decimal-length pic 9(2).
       77 zero-tail    pic 9(2).
       77 quantity-text pic x(20).
       77 price-text   pic x(20).
       77 cents-value  pic 9(13).
       77 cents-edit   pic z(12)9.
       77 count-edit   pic z(5)9.

       77 total-sent   pic 9(6).
       77 total-unmarked pic 9(6).

       01 edi-log-entry.
           05 el-direction   pic x(3).
           05 filler         pic x(1).
           05 el-partner     pic x(10).
           05 filler         pic x(1).
           05 el-isa-control pic x(9).
           05 filler         pic x(1).
           05 el-gs-control  pic x(9).
           05 filler         pic x(1).
           05 el-set-type    pic x(3).
           05 filler         pic x(1).
           05 el-set-control pic x(9).
           05 filler         pic x(1).
           05 el-reference   pic x(22).
           05 filler         pic x(1).
           05 el-outcome     pic x(8).
           05 filler         pic x(1).
           05 el-note        pic x(60).
           05 filler         pic x(1).
           05 el-path        pic x(128).

       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       procedure division.

           set sender-id to spaces.
           accept sender-id from environment "EDI_SENDER_ID".

           if sender-id is equal spaces then
               display "EDI_SENDER_ID IS REQUIRED"
               move 8 to return-code
               goback
           end-if.

           set sender-qual to spaces.
           accept sender-qual from environment "EDI_SENDER_QUAL".

           if sender-qual is equal spaces then
               set sender-qual to "ZZ"
           end-if.

           set sender-gs to spaces.
           accept sender-gs from environment "EDI_SENDER_GS".

           if sender-gs is equal spaces then
               move sender-id to sender-gs
           end-if.

           set usage-code to spaces.
           accept usage-code from environment "EDI_USAGE".

           if usage-code is not equal "T" then
               set usage-code to "P"
           end-if.

           set customer-filter to spaces.
           accept customer-filter from environment "EDI_CUSTOMER".

           set outbox-dir to spaces.
           accept outbox-dir from environment "EDI_OUTBOX".

           if outbox-dir is equal spaces then
               set outbox-dir to "edi/outbox"
           end-if.

           set invoice-table to spaces.
           accept invoice-table from environment "EDI_INVOICE_TABLE".

           if invoice-table is equal spaces then
               set invoice-table to "invoices"
           end-if.

           set invoice-line-table to spaces.
           accept invoice-line-table
               from environment "EDI_INVOICE_LINE_TABLE".

           if invoice-line-table is equal spaces then
               set invoice-line-table to "invoicelines"
           end-if.

           move "edi-810-outbound" to log-source.

           perform load-partners.

           set shell-line to spaces.
           string
               "mkdir -p " function trim(outbox-dir)
               into shell-line
           end-string.

           call "SYSTEM"
           using function trim(shell-line)
           returning system-result.

           set total-sent to 0.
           set total-unmarked to 0.
           set partner-matched to 0.

           perform send-partner-invoices
               varying p from 1 by 1
               until p is greater than partner-table-size.

           if customer-filter is not equal spaces
           and partner-matched is equal 0 then
               display function trim(customer-filter)
                   " IS NOT IN edipartners.cfg"
               move 8 to return-code
               goback
           end-if.

           move total-sent to count-edit.
           display function trim(count-edit) " INVOICE(S) SENT".

           if total-unmarked is greater than 0 then
               move total-unmarked to count-edit
               display function trim(count-edit)
                   " INVOICE(S) SENT BUT NOT MARKED - SEE app.log"
               move 8 to return-code
           else
               move 0 to return-code
           end-if.

           goback.

       load-partners.
           set partner-table-size to 0.

           open input partner-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-partner until config-eof is equal 1.

           close partner-config.

           exit paragraph.

       read-one-partner.
           read partner-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#"
           or config-record is equal spaces
           or partner-table-size is equal 50 then
               exit paragraph
           end-if.

           initialize config-fields.
           unstring config-record delimited by all spaces
               into cfg-customer, cfg-qualifier, cfg-isa-id,
                    cfg-gs-id
           end-unstring.

           if cfg-gs-id is equal spaces then
               move cfg-isa-id to cfg-gs-id
           end-if.

           add 1 to partner-table-size.
           move cfg-customer to pt-customer(partner-table-size).
           move cfg-qualifier to pt-qualifier(partner-table-size).
           move cfg-isa-id to pt-isa-id(partner-table-size).
           move cfg-gs-id to pt-gs-id(partner-table-size).

           exit paragraph.

      *    SEND-PARTNER-INVOICES -- ONE PARTNER'S UNSENT INVOICES,
      *    THE INVOICE TABLE WALKED 50 ROWS AT A TIME.
       send-partner-invoices.
           if customer-filter is not equal spaces
           and customer-filter is not equal pt-customer(p) then
               exit paragraph
           end-if.

           set partner-matched to 1.
           set interchange-open to 0.
           set sets-in-interchange to 0.

           move spaces to resume-key.
           set scan-done to 0.

           perform scan-invoice-page until scan-done is equal 1.

           if interchange-open is equal 1 then
               perform close-outbound-interchange
           end-if.

           exit paragraph.

       scan-invoice-page.
           set fetch-count to 0.

           call "db-query"
           using by content invoice-table,
           by content spaces,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status,
           by content resume-key.

           if fetch-count is equal 0 then
               set scan-done to 1
               exit paragraph
           end-if.

           perform consider-one-invoice
               varying r from 1 by 1
               until r is greater than fetch-count.

           move fetch-row-key(fetch-count) to resume-key.

           if fetch-count is less than 50 then
               set scan-done to 1
           end-if.

           exit paragraph.

       consider-one-invoice.
           move fetch-row-value(r) to invoice-row.

           if iv-customer is not equal pt-customer(p)
           or iv-edi-status is not equal spaces then
               exit paragraph
           end-if.

           if interchange-open is equal 0 then
               perform open-outbound-interchange
           end-if.

           if interchange-open is equal 0 then
               exit paragraph
           end-if.

           perform write-invoice-set.

           exit paragraph.

      *    OPEN-OUTBOUND-INTERCHANGE -- ISA AND GS, ADDRESSED TO
      *    THE PARTNER'S IDS IN edipartners.cfg.
       open-outbound-interchange.
           set seq-name to "EDIISA".
           perform take-control-number.
           move next-value(3:9) to out-isa-control.

           set seq-name to "EDIGS".
           perform take-control-number.
           move next-value(3:9) to out-gs-control.

           set out-path to spaces.
           string
               function trim(outbox-dir) "/"
               function trim(pt-customer(p)) ".810."
               out-isa-control ".x12"
               delimited by size
               into out-path
           end-string.

           open output out-file.

           if out-stat is not equal "00" then
               display "CANNOT OPEN " function trim(out-path)
                   " STATUS " out-stat
               exit paragraph
           end-if.

           set interchange-open to 1.
           set st-number to 0.
           set sets-in-interchange to 0.

           move function current-date to now-stamp.

           move spaces to out-record.
           string
               "ISA*00*          *00*          *"
               sender-qual "*" sender-id "*"
               pt-qualifier(p) "*" pt-isa-id(p) "*"
               now-stamp(3:6) "*" now-stamp(9:4)
               "*U*00401*" out-isa-control "*0*" usage-code "*>~"
               delimited by size
               into out-record
           end-string.
           perform write-out-segment.

           move spaces to out-record.
           string
               "GS*IN*" function trim(sender-gs) "*"
               function trim(pt-gs-id(p)) "*"
               now-stamp(1:8) "*" now-stamp(9:4) "*"
               out-gs-control "*X*004010~"
               delimited by size
               into out-record
           end-string.
           perform write-out-segment.

           exit paragraph.

       take-control-number.
           set next-value to 0.
           set seq-status to 0.

           call "db-sequence"
           using by content seq-name,
           by reference next-value,
           by reference seq-status.

           exit paragraph.

       write-out-segment.
           write out-record.
           add 1 to out-seg-count.

           exit paragraph.

      *    WRITE-INVOICE-SET -- ONE 810: BIG, CUR, ONE IT1 (AND PID)
      *    PER LINE, TDS TOTAL, CTT, SE; THEN THE INVOICE IS MARKED
      *    SENT.
       write-invoice-set.
           add 1 to st-number.
           set out-seg-count to 0.

           move spaces to out-record.
           string
               "ST*810*" st-number "~"
               delimited by size
               into out-record
           end-string.
           perform write-out-segment.

           move spaces to out-record.
           string
               "BIG*" iv-invoice-date "*"
               function trim(iv-invoice-number) "**"
               function trim(iv-po-number) "~"
               delimited by size
               into out-record
           end-string.
           perform write-out-segment.

           if iv-currency is not equal spaces then
               move spaces to out-record
               string
                   "CUR*SE*" iv-currency "~"
                   delimited by size
                   into out-record
               end-string
               perform write-out-segment
           end-if.

           set item-count to 0.

           set line-prefix to spaces.
           string
               function trim(fetch-row-key(r)) "/"
               delimited by size
               into line-prefix
           end-string.
           move function length(function trim(line-prefix))
               to prefix-length.
           move line-prefix to line-resume.

           set line-scan-done to 0.

           perform scan-line-page until line-scan-done is equal 1.

           compute cents-value = iv-total * 100.
           move cents-value to cents-edit.

           move spaces to out-record.
           string
               "TDS*" function trim(cents-edit) "~"
               delimited by size
               into out-record
           end-string.
           perform write-out-segment.

           move item-count to count-edit.

           move spaces to out-record.
           string
               "CTT*" function trim(count-edit) "~"
               delimited by size
               into out-record
           end-string.
           perform write-out-segment.

           add 1 to out-seg-count giving count-edit.

           move spaces to out-record.
           string
               "SE*" function trim(count-edit) "*" st-number "~"
               delimited by size
               into out-record
           end-string.
           perform write-out-segment.

           add 1 to sets-in-interchange.
           add 1 to total-sent.

           move "SENT" to iv-edi-status.
           move out-isa-control to iv-edi-control.
           move function current-date to now-stamp.
           move now-stamp(1:14) to iv-edi-sent.

           set upsert-status to 0.

           call "db-update"
           using by content invoice-table,
           by content fetch-row-key(r),
           by content invoice-row,
           by reference upsert-status,
           by content load-source.

           move spaces to edi-log-entry.
           move "OUT" to el-direction.
           move pt-customer(p) to el-partner.
           move out-isa-control to el-isa-control.
           move out-gs-control to el-gs-control.
           move "810" to el-set-type.
           move st-number to el-set-control.
           move iv-invoice-number to el-reference.
           move "SENT" to el-outcome.
           move out-path to el-path.

           if upsert-status is not equal 1 then
               add 1 to total-unmarked
               move "INVOICE ROW NOT MARKED SENT" to el-note

               move "ERROR" to log-level
               set log-text to spaces
               string
                   "INVOICE " function trim(iv-invoice-number)
                   " SENT IN INTERCHANGE " out-isa-control
                   " BUT COULD NOT BE MARKED SENT"
                   delimited by size
                   into log-text
               end-string

               call "log-message"
               using by content log-level,
               by content log-source,
               by content log-text
           end-if.

           perform log-interchange.

           exit paragraph.

       scan-line-page.
           set line-fetch-count to 0.

           call "db-query"
           using by content invoice-line-table,
           by content spaces,
           by reference line-rows,
           by reference line-fetch-count,
           by reference query-status,
           by content line-resume.

           if line-fetch-count is equal 0 then
               set line-scan-done to 1
               exit paragraph
           end-if.

           perform write-one-item
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

      *    WRITE-ONE-ITEM -- ONE INVOICE LINE AS AN IT1; THE WALK
      *    ENDS AT THE FIRST KEY THAT BELONGS TO ANOTHER INVOICE.
       write-one-item.
           if line-row-key(s)(1:prefix-length) is not equal
               line-prefix(1:prefix-length) then
               set line-scan-done to 1
               exit paragraph
           end-if.

           move line-row-value(s) to invoice-line-row.
           add 1 to item-count.

           move il-quantity to decimal-work.
           perform edit-decimal.
           move decimal-text to quantity-text.

           move il-unit-price to decimal-work.
           perform edit-decimal.
           move decimal-text to price-text.

           if il-uom is equal spaces then
               move "EA" to il-uom
           end-if.

           move spaces to out-record.
           set out-pointer to 1.
           string
               "IT1*" function trim(il-line-number) "*"
               function trim(quantity-text) "*" il-uom "*"
               function trim(price-text) "*"
               delimited by size
               into out-record
               with pointer out-pointer
           end-string.

           if il-buyer-part is not equal spaces then
               string
                   "*BP*" function trim(il-buyer-part)
                   delimited by size
                   into out-record
                   with pointer out-pointer
               end-string
           end-if.

           if il-vendor-part is not equal spaces then
               string
                   "*VP*" function trim(il-vendor-part)
                   delimited by size
                   into out-record
                   with pointer out-pointer
               end-string
           end-if.

           string
               "~" delimited by size
               into out-record
               with pointer out-pointer
           end-string.
           perform write-out-segment.

           if il-description is not equal spaces then
               move spaces to out-record
               string
                   "PID*F****" function trim(il-description) "~"
                   delimited by size
                   into out-record
               end-string
               perform write-out-segment
           end-if.

           exit paragraph.

      *    EDIT-DECIMAL -- decimal-work AS AN X12 DECIMAL: NO
      *    LEADING ZEROS, NO TRAILING FRACTION ZEROS, NO POINT FOR
      *    A WHOLE NUMBER.
       edit-decimal.
           move decimal-work to decimal-edit.
           move function trim(decimal-edit) to decimal-text.

           move function length(function trim(decimal-text))
               to decimal-length.

           set zero-tail to 0.
           inspect function reverse(decimal-text(1:decimal-length))
               tallying zero-tail for leading "0".

           subtract zero-tail from decimal-length.

           if decimal-text(decimal-length:1) is equal "." then
               subtract 1 from decimal-length
           end-if.

           move spaces to decimal-text(decimal-length + 1:).

           exit paragraph.

       close-outbound-interchange.
           move sets-in-interchange to count-edit.

           move spaces to out-record.
           string
               "GE*" function trim(count-edit) "*"
               out-gs-control "~"
               delimited by size
               into out-record
           end-string.
           perform write-out-segment.

           move spaces to out-record.
           string
               "IEA*1*" out-isa-control "~"
               delimited by size
               into out-record
           end-string.
           perform write-out-segment.

           close out-file.

           set interchange-open to 0.

           move spaces to edi-log-entry.
           move "OUT" to el-direction.
           move pt-customer(p) to el-partner.
           move out-isa-control to el-isa-control.
           move out-gs-control to el-gs-control.
           move "ISA" to el-set-type.
           move out-isa-control to el-set-control.
           move "SENT" to el-outcome.
           string
               function trim(count-edit) " INVOICE(S)"
               delimited by size
               into el-note
           end-string.
           move out-path to el-path.

           perform log-interchange.

           move "INFO" to log-level.
           set log-text to spaces.
           string
               "EDI 810 INTERCHANGE " out-isa-control " FOR "
               function trim(pt-customer(p)) " - "
               function trim(count-edit) " INVOICE(S) - "
               function trim(out-path)
               delimited by size
               into log-text
           end-string.

           display function trim(log-text).

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       log-interchange.
           call "edi-log-interchange"
           using by content edi-log-entry.

           exit paragraph.

       end program edi-810-outbound.

      *****************************************

       identification division.
       program-id. edi-log-interchange.

      ************************************************************
      * APPENDS ONE LINE TO "ediinterchange.log", THE RECORD OF
      * EVERY X12 INTERCHANGE AND TRANSACTION SET WE RECEIVE OR
      * SEND, STAMPED BY date-utc: DIRECTION (IN/OUT), PARTNER,
      * ISA AND GS CONTROL NUMBERS, SET TYPE AND CONTROL NUMBER,
      * REFERENCE (PO OR INVOICE NUMBER), OUTCOME, NOTE AND THE
      * FILE THE INTERCHANGE IS KEPT IN. THE LOG IS NEVER
      * REWRITTEN -- IT IS WHAT A DISPUTE IS SETTLED FROM.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select interchange-log assign to "ediinterchange.log"
           organization is line sequential
           file status is log-stat.

       data division.

       file section.
       fd interchange-log.
       01 log-record.
           05 lr-stamp  pic x(29).
           05 filler    pic x(1).
           05 lr-entry  pic x(270).

       working-storage section.
       77 log-stat    pic xx.
       77 stamp-days  pic 9(4) value 0.

       linkage section.
       01 edi-log-entry pic x(270).

       procedure division using edi-log-entry.

           open extend interchange-log.
           if log-stat is equal "35" then
               open output interchange-log
           end-if.

           move spaces to log-record.

           call "date-utc"
           using by reference lr-stamp,
           by content stamp-days.

           move edi-log-entry to lr-entry.

           write log-record.

           close interchange-log.

           exit program.

       end program edi-log-interchange.

      *****************************************

       identification division.
       program-id. edi-log-inquiry.

      ************************************************************
      * PRINTS "ediinterchange.log" BACK FOR DISPUTE RESEARCH --
      * EVERY LINE, OR ONLY THOSE FOR EDI_CUSTOMER, THOSE CARRYING
      * EDI_CONTROL AS ANY OF THEIR CONTROL NUMBERS (ISA, GS OR
      * SET), AND/OR THOSE FOR EDI_REFERENCE (A PO OR INVOICE
      * NUMBER). THE SAME DISPLAY-TO-THE-JOB-LOG SHAPE AS
      * audit-inquiry.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select interchange-log assign to "ediinterchange.log"
           organization is line sequential
           file status is log-stat.

       data division.

       file section.
       fd interchange-log.
       01 log-record.
           05 lr-stamp       pic x(29).
           05 filler         pic x(1).
           05 lr-direction   pic x(3).
           05 filler         pic x(1).
           05 lr-partner     pic x(10).
           05 filler         pic x(1).
           05 lr-isa-control pic x(9).
           05 filler         pic x(1).
           05 lr-gs-control  pic x(9).
           05 filler         pic x(1).
           05 lr-set-type    pic x(3).
           05 filler         pic x(1).
           05 lr-set-control pic x(9).
           05 filler         pic x(1).
           05 lr-reference   pic x(22).
           05 filler         pic x(1).
           05 lr-outcome     pic x(8).
           05 filler         pic x(1).
           05 lr-note        pic x(60).
           05 filler         pic x(1).
           05 lr-path        pic x(128).

       working-storage section.
       77 log-stat     pic xx.
       77 log-eof      pic 9.
       77 customer-filter  pic x(10).
       77 control-filter   pic x(9).
       77 reference-filter pic x(22).
       77 shown-count  pic 9(7).
       77 count-edit   pic z(6)9.

       procedure division.

           set customer-filter to spaces.
           accept customer-filter from environment "EDI_CUSTOMER".

           set control-filter to spaces.
           accept control-filter from environment "EDI_CONTROL".

           set reference-filter to spaces.
           accept reference-filter from environment "EDI_REFERENCE".

           open input interchange-log.

           if log-stat is not equal "00" then
               display "NO EDI INTERCHANGES LOGGED"
               goback
           end-if.

           set shown-count to 0.
           set log-eof to 0.

           perform show-one-line until log-eof is equal 1.

           close interchange-log.

           move shown-count to count-edit.
           display function trim(count-edit) " LINE(S)".

           goback.

       show-one-line.
           read interchange-log
               at end
                   set log-eof to 1
                   exit paragraph
           end-read.

           if customer-filter is not equal spaces
           and customer-filter is not equal lr-partner then
               exit paragraph
           end-if.

           if control-filter is not equal spaces
           and control-filter is not equal lr-isa-control
           and control-filter is not equal lr-gs-control
           and control-filter is not equal lr-set-control then
               exit paragraph
           end-if.

           if reference-filter is not equal spaces
           and reference-filter is not equal lr-reference then
               exit paragraph
           end-if.

           add 1 to shown-count.

           display function trim(log-record).

           exit paragraph.

       end program edi-log-inquiry.
