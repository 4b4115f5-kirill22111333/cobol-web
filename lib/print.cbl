       identification division.
       program-id. print-format.

      ************************************************************
      * PRINT FORMATTING FOR THE CATALOGED REPORTS -- EVERY .rpt
      * (report-writer, access-report, sla-report AND THE REST) IS
      * ONE CONTINUOUS STREAM, AND THE MONTH-END PACK USED TO GO
      * THROUGH A WORD PROCESSOR IN THE PRINT ROOM FOR ITS PAGE
      * BREAKS. THIS CUTS A REPORT INTO PAGES OF THE CONFIGURED
      * LENGTH: EACH PAGE OPENS WITH A FORM FEED (THE FIRST
      * EXCEPTED), A TITLE LINE CARRYING THE REPORT NAME, ITS
      * BUSINESS DATE AND "PAGE X OF Y", A BLANK LINE, AND THE
      * REPORT'S OWN HEADING LINES REPEATED; THE BODY FOLLOWS. A
      * CONTROL PAGE CLOSES THE JOB -- RUN DATE, BUSINESS DATE,
      * PRODUCER, SOURCE FILE, TOTAL RECORD COUNT AND PAGE COUNT
      * -- AND IS ITSELF PAGE Y OF Y.
      *
      * THE PAGE SHAPE IS IN print.cfg, ONE LINE PER REPORT NAME
      * (THE CATALOG'S NAME, "traffic", "sales" ...):
      *
      *     <report> <page-lines> <heading-lines>
      *
      * <page-lines> COUNTS EVERY LINE ON THE SHEET, TITLE
      * INCLUDED; <heading-lines> IS HOW MANY OF THE REPORT'S
      * LEADING LINES (TITLE, RULE, COLUMN HEADINGS) REPEAT ON
      * EACH PAGE, AT MOST 10. A "*" LINE COVERS EVERY REPORT
      * WITHOUT ITS OWN; "#" LINES ARE COMMENTS. A REPORT NOT
      * COVERED TAKES PRINT_PAGE_LINES (DEFAULT 60) AND REPEATS
      * ITS LINES DOWN TO THE FIRST "=" OR "-" RULE -- THE
      * TITLE-AND-UNDERLINE EVERY PRODUCER HERE OPENS WITH.
      *
      * THE FORMATTED JOB IS A GENERATION OF THE "print.<report>"
      * GROUP (print.<report>.YYYYMMDD.prt, SEE lib/gdg.cbl), SO
      * A REPRINT OF THE SAME DAY REPLACES IT AND gdg.cfg DECIDES
      * HOW LONG THE FORMATTED COPIES ARE KEPT. record-count
      * COMES BACK AS THE REPORT'S BODY LINES; status-func 0 WHEN
      * THE REPORT CANNOT BE READ OR THE PAGE IS TOO SHORT TO
      * HOLD ITS HEADINGS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select print-config assign to "print.cfg"
           organization is line sequential
           file status is config-stat.

           select report-file assign to dynamic report-name-path
           organization is line sequential
           file status is report-stat.

           select print-file assign to dynamic print-file-path
           organization is line sequential
           file status is print-stat.

       data division.

       file section.
       fd print-config.
       01 config-record pic x(128).

       fd report-file.
       01 report-line pic x(132).

       fd print-file.
       01 print-record pic x(133).

       working-storage section.
       77 config-stat  pic xx.
       77 report-stat  pic xx.
       77 print-stat   pic xx.
       77 config-eof   pic 9.
       77 report-eof   pic 9.
       77 report-name-path pic x(64).
       77 print-file-path  pic x(128).

       01 config-fields.
           05 cfg-name       pic x(30).
           05 cfg-lines-text pic x(6).
           05 cfg-heads-text pic x(6).
       77 text-length  pic 9(2).

       77 exact-found  pic 9.
       77 star-found   pic 9.
       77 page-lines   pic 9(4).
       77 heading-count pic 9(2).
       77 star-lines   pic 9(4).
       77 star-heads   pic 9(2).
       77 auto-heading pic 9.
       77 lines-text   pic x(6).

       01 heading-table.
           05 heading-line occurs 10 times pic x(132).
       77 h            pic 9(2).

       77 report-lines  pic 9(9).
       77 body-lines    pic 9(9).
       77 body-per-page pic 9(4).
       77 body-pages    pic 9(5).
       77 total-pages   pic 9(5).
       77 page-number   pic 9(5).
       77 on-page       pic 9(4).
       77 rule-char     pic x.
       77 rule-count    pic 9(3).
       77 line-length   pic 9(3).
       77 trail-spaces  pic 9(3).

       01 title-line.
           05 tl-feed  pic x(1).
           05 tl-name  pic x(30).
           05 filler   pic x(2) value spaces.
           05 tl-date  pic x(8).
           05 filler   pic x(62) value spaces.
           05 tl-page  pic x(30).
       77 page-edit    pic z(4)9.
       77 of-edit      pic z(4)9.
       77 count-edit   pic z(8)9.
       77 run-stamp    pic x(21).

       77 gdg-dataset    pic x(64).
       77 gdg-ext        pic x(4).
       77 gdg-producer   pic x(30).
       77 gdg-generation pic 9(5).
       77 gdg-records    pic 9(9).
       77 gdg-status     pic 9.

       linkage section.
       01 report-path   pic x(64).
       01 report-name   pic x(30).
       01 business-day  pic x(8).
       01 producer-name pic x(30).
       01 print-path    pic x(128).
       01 page-count    pic 9(5).
       01 record-count  pic 9(9).
       01 status-func   pic 9.

       procedure division using report-path, report-name,
                           business-day, producer-name, print-path,
                           page-count, record-count, status-func.

           set status-func to 0.
           set page-count to 0.
           set record-count to 0.
           set print-path to spaces.

           perform load-page-shape.

      *    FIRST PASS -- THE LINE COUNT FOR "OF Y", AND THE
      *    LEADING LINES THE HEADINGS ARE TAKEN FROM.
           move report-path to report-name-path.

           open input report-file.

           if report-stat is not equal "00" then
               exit program
           end-if.

           initialize heading-table.
           set report-lines to 0.
           set report-eof to 0.

           perform count-one-line until report-eof is equal 1.

           close report-file.

           if auto-heading is equal 1 then
               perform find-heading-rule
           end-if.

           if heading-count is greater than report-lines then
               move report-lines to heading-count
           end-if.

           if page-lines is less than heading-count + 3 then
               exit program
           end-if.

           compute body-per-page = page-lines - 2 - heading-count.
           compute body-lines = report-lines - heading-count.

           compute body-pages =
               (body-lines + body-per-page - 1) / body-per-page.

           if body-pages is equal 0 then
               set body-pages to 1
           end-if.

           compute total-pages = body-pages + 1.

      *    SECOND PASS -- THE PAGES THEMSELVES.
           set gdg-dataset to spaces.
           string
               "print." delimited by size
               function trim(report-name) delimited by size
               into gdg-dataset
           end-string.

           set gdg-ext to "prt".
           set gdg-producer to "print-format".

           call "gdg-new-generation"
           using by content gdg-dataset,
           by content gdg-ext,
           by content business-day,
           by content gdg-producer,
           by reference print-file-path,
           by reference gdg-generation,
           by reference gdg-status.

           open input report-file.

           if report-stat is not equal "00" then
               exit program
           end-if.

           open output print-file.

           if print-stat is not equal "00" then
               close report-file
               exit program
           end-if.

           set page-number to 0.
           set report-eof to 0.

           perform skip-heading-line
               varying h from 1 by 1
               until h is greater than heading-count.

           perform start-body-page.

           perform print-one-line until report-eof is equal 1.

           close report-file.

           perform write-control-page.

           close print-file.

           move body-lines to record-count.
           move total-pages to page-count.
           move print-file-path to print-path.

           if gdg-status is equal 1 then
               move body-lines to gdg-records
               call "gdg-catalog-generation"
               using by content gdg-dataset,
               by content gdg-generation,
               by content gdg-records,
               by reference gdg-status
           end-if.

           set status-func to 1.

           exit program.

      *    LOAD-PAGE-SHAPE -- THE REPORT'S OWN print.cfg LINE, ELSE
      *    THE "*" LINE, ELSE PRINT_PAGE_LINES WITH AUTOMATIC
      *    HEADINGS.
       load-page-shape.
           set exact-found to 0.
           set star-found to 0.
           set auto-heading to 0.
           set heading-count to 0.

           open input print-config.

           if config-stat is equal "00" then
               set config-eof to 0
               perform read-one-shape
                   until config-eof is equal 1
                   or exact-found is equal 1
               close print-config
           end-if.

           if exact-found is equal 1 then
               exit paragraph
           end-if.

           if star-found is equal 1 then
               move star-lines to page-lines
               move star-heads to heading-count
               exit paragraph
           end-if.

           set lines-text to spaces.
           accept lines-text from environment "PRINT_PAGE_LINES".

           set text-length to 0.
           inspect lines-text tallying text-length
               for characters before initial space.

           if text-length is greater than 0
           and lines-text(1:text-length) is numeric then
               move lines-text(1:text-length) to page-lines
           else
               set page-lines to 60
           end-if.

           set auto-heading to 1.

           exit paragraph.

       read-one-shape.
           read print-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#"
           or config-record is equal spaces then
               exit paragraph
           end-if.

           initialize config-fields.
           unstring config-record delimited by all spaces
               into cfg-name, cfg-lines-text, cfg-heads-text
           end-unstring.

           set text-length to 0.
           inspect cfg-lines-text tallying text-length
               for characters before initial space.

           if text-length is equal 0
           or cfg-lines-text(1:text-length) is not numeric then
               exit paragraph
           end-if.

           if cfg-name is equal report-name then
               move cfg-lines-text(1:text-length) to page-lines
               perform take-heading-count
               set exact-found to 1
               exit paragraph
           end-if.

           if cfg-name is equal "*"
           and star-found is equal 0 then
               move cfg-lines-text(1:text-length) to star-lines
               perform take-heading-count
               move heading-count to star-heads
               set heading-count to 0
               set star-found to 1
           end-if.

           exit paragraph.

       take-heading-count.
           set heading-count to 0.

           set text-length to 0.
           inspect cfg-heads-text tallying text-length
               for characters before initial space.

           if text-length is greater than 0
           and text-length is less than 3
           and cfg-heads-text(1:text-length) is numeric then
               move cfg-heads-text(1:text-length) to heading-count
           end-if.

           if heading-count is greater than 10 then
               set heading-count to 10
           end-if.

           exit paragraph.

       count-one-line.
           read report-file
               at end
                   set report-eof to 1
                   exit paragraph
           end-read.

           add 1 to report-lines.

           if report-lines is less than 11 then
               move report-line to heading-line(report-lines)
           end-if.

           exit paragraph.

      *    FIND-HEADING-RULE -- THE HEADINGS RUN DOWN TO THE FIRST
      *    LINE THAT IS NOTHING BUT "=" OR "-"; NO SUCH LINE IN THE
      *    FIRST TEN MEANS ONLY THE TITLE LINE REPEATS.
       find-heading-rule.
           set heading-count to 0.

           perform test-one-rule
               varying h from 1 by 1
               until h is greater than 10
               or heading-count is greater than 0.

           if heading-count is equal 0 then
               set heading-count to 1
           end-if.

           exit paragraph.

       test-one-rule.
           move heading-line(h)(1:1) to rule-char.

           if rule-char is not equal "="
           and rule-char is not equal "-" then
               exit paragraph
           end-if.

           set rule-count to 0.
           inspect heading-line(h) tallying rule-count
               for leading rule-char.

           set trail-spaces to 0.
           inspect function reverse(heading-line(h))
               tallying trail-spaces for leading spaces.

           if rule-count + trail-spaces is equal 132 then
               move h to heading-count
           end-if.

           exit paragraph.

       skip-heading-line.
           read report-file
               at end
                   set report-eof to 1
           end-read.

           exit paragraph.

      *    START-BODY-PAGE -- FORM FEED, TITLE LINE, BLANK LINE AND
      *    THE REPEATED HEADINGS.
       start-body-page.
           add 1 to page-number.

           move spaces to title-line.
           move report-name to tl-name.
           move business-day to tl-date.
           perform write-title-line.

           move spaces to print-record.
           write print-record.

           perform write-heading-line
               varying h from 1 by 1
               until h is greater than heading-count.

           set on-page to 0.

           exit paragraph.

       write-title-line.
           if page-number is greater than 1 then
               move X"0C" to tl-feed
           end-if.

           move page-number to page-edit.
           move total-pages to of-edit.

           set tl-page to spaces.
           string
               "PAGE " function trim(page-edit)
               " OF " function trim(of-edit)
               into tl-page
           end-string.

           move title-line to print-record.
           write print-record.

           exit paragraph.

       write-heading-line.
           move spaces to print-record.
           move heading-line(h) to print-record(2:132).
           write print-record.

           exit paragraph.

       print-one-line.
           read report-file
               at end
                   set report-eof to 1
                   exit paragraph
           end-read.

           if on-page is not less than body-per-page then
               perform start-body-page
           end-if.

           move spaces to print-record.
           move report-line to print-record(2:132).
           write print-record.

           add 1 to on-page.

           exit paragraph.

      *    WRITE-CONTROL-PAGE -- THE LAST SHEET, THE PRINT ROOM'S
      *    CHECK THAT THE WHOLE REPORT CAME OUT.
       write-control-page.
           add 1 to page-number.

           move spaces to title-line.
           move report-name to tl-name.
           move business-day to tl-date.
           perform write-title-line.

           move spaces to print-record.
           write print-record.

           move spaces to print-record.
           move " CONTROL PAGE" to print-record.
           write print-record.

           move spaces to print-record.
           move all "=" to print-record(2:40).
           write print-record.

           move function current-date to run-stamp.

           move spaces to print-record.
           string
               " RUN DATE         " run-stamp(1:4) "-"
               run-stamp(5:2) "-" run-stamp(7:2) " "
               run-stamp(9:2) ":" run-stamp(11:2)
               into print-record
           end-string.
           write print-record.

           move spaces to print-record.
           string
               " BUSINESS DATE    " business-day
               into print-record
           end-string.
           write print-record.

           move spaces to print-record.
           string
               " REPORT           " function trim(report-name)
               into print-record
           end-string.
           write print-record.

           move spaces to print-record.
           string
               " PRODUCER         " function trim(producer-name)
               into print-record
           end-string.
           write print-record.

           move spaces to print-record.
           string
               " SOURCE FILE      " function trim(report-path)
               into print-record
           end-string.
           write print-record.

           move body-lines to count-edit.
           move spaces to print-record.
           string
               " TOTAL RECORDS    " function trim(count-edit)
               into print-record
           end-string.
           write print-record.

           move total-pages to count-edit.
           move spaces to print-record.
           string
               " TOTAL PAGES      " function trim(count-edit)
               into print-record
           end-string.
           write print-record.

           exit paragraph.

       end program print-format.

      *****************************************

       identification division.
       program-id. print-printer-address.

      ************************************************************
      * THE NETWORK PRINTERS, FROM printers.cfg -- ONE LINE PER
      * PRINTER:
      *
      *     <printer> <host:port>
      *
      * THE PORT IS THE PRINTER'S RAW (JETDIRECT) PORT, 9100 ON
      * ALMOST EVERY DEVICE. A BLANK printer-name MEANS THE
      * DEFAULT: PRINT_PRINTER, OR FAILING THAT THE FIRST LINE OF
      * THE FILE; printer-name COMES BACK HOLDING THE NAME
      * ACTUALLY CHOSEN. "#" LINES ARE COMMENTS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select printer-config assign to "printers.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd printer-config.
       01 config-record pic x(128).

       working-storage section.
       77 config-stat  pic xx.
       77 config-eof   pic 9.
       77 cfg-name     pic x(30).
       77 cfg-address  pic x(50).
       77 want-name    pic x(30).

       linkage section.
       01 printer-name    pic x(30).
       01 printer-address pic x(50).
       01 printer-found   pic 9.

       procedure division using printer-name, printer-address,
                           printer-found.

           set printer-found to 0.
           set printer-address to spaces.

           move printer-name to want-name.

           if want-name is equal spaces then
               accept want-name from environment "PRINT_PRINTER"
           end-if.

           open input printer-config.

           if config-stat is not equal "00" then
               exit program
           end-if.

           set config-eof to 0.

           perform read-one-printer
               until config-eof is equal 1
               or printer-found is equal 1.

           close printer-config.

           exit program.

       read-one-printer.
           read printer-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#"
           or config-record is equal spaces then
               exit paragraph
           end-if.

           set cfg-name to spaces.
           set cfg-address to spaces.

           unstring config-record delimited by all spaces
               into cfg-name, cfg-address
           end-unstring.

           if cfg-address is equal spaces then
               exit paragraph
           end-if.

           if want-name is equal spaces
           or cfg-name is equal want-name then
               move cfg-name to printer-name
               move cfg-address to printer-address
               set printer-found to 1
           end-if.

           exit paragraph.

       end program print-printer-address.

      *****************************************

       identification division.
       program-id. print-send.

      ************************************************************
      * SENDS A FORMATTED PRINT FILE TO A NETWORK PRINTER OVER ITS
      * RAW TCP PORT -- THE SAME connect_tcp/send_tcp/close_tcp
      * PRIMITIVES send-mail SPEAKS SMTP WITH. A RAW PORT HAS NO
      * DIALOGUE: THE LINES GO OUT CRLF-TERMINATED (THE FORM FEEDS
      * print-format PUT IN TURN THE PAGES) AND CLOSING THE
      * CONNECTION ENDS THE JOB. TRAILING BLANKS ARE NOT SENT,
      * LEADING ONES ARE -- THEY ARE THE REPORT'S COLUMNS.
      * status-func 1 WITH sent-bytes WHEN THE WHOLE FILE WENT;
      * OTHERWISE outcome SAYS WHAT STOPPED IT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select print-file assign to dynamic print-file-path
           organization is line sequential
           file status is print-stat.

       data division.

       file section.
       fd print-file.
       01 print-record pic x(133).

       working-storage section.
       77 print-stat      pic xx.
       77 print-eof       pic 9.
       77 print-file-path pic x(128).
       77 printer-address pic x(50).
       77 printer-found   pic 9.
       77 printer-connect pic s9(9).
       77 line-length     pic 9(3).
       77 trail-spaces    pic 9(3).
       77 bytes-edit      pic z(8)9.

       01 out-buf.
           05 out-data pic x(4096).
           05 out-size pic 9(5).

       linkage section.
       01 print-path   pic x(128).
       01 printer-name pic x(30).
       01 sent-bytes   pic 9(9).
       01 status-func  pic 9.
       01 outcome      pic x(80).

       procedure division using print-path, printer-name,
                           sent-bytes, status-func, outcome.

           set status-func to 0.
           set sent-bytes to 0.
           set outcome to spaces.

           call "print-printer-address"
           using by reference printer-name,
           by reference printer-address,
           by reference printer-found.

           if printer-found is equal 0 then
               string
                   "printer " function trim(printer-name)
                   " is not in printers.cfg"
                   into outcome
               end-string
               exit program
           end-if.

           move print-path to print-file-path.

           open input print-file.

           if print-stat is not equal "00" then
               string
                   "cannot read " function trim(print-path)
                   into outcome
               end-string
               exit program
           end-if.

           call "connect_tcp"
           using by content function trim(printer-address)
           returning printer-connect.

           if printer-connect is less than 0 then
               close print-file
               string
                   "cannot connect to " function trim(printer-name)
                   " at " function trim(printer-address)
                   into outcome
               end-string
               exit program
           end-if.

           move spaces to out-data.
           set out-size to 0.
           set print-eof to 0.

           perform send-one-line until print-eof is equal 1.

           perform flush-out-buffer.

           close print-file.

           call "close_tcp"
           using by value printer-connect.

           move sent-bytes to bytes-edit.
           string
               function trim(bytes-edit) " bytes sent to "
               function trim(printer-name)
               into outcome
           end-string.

           set status-func to 1.

           exit program.

       send-one-line.
           read print-file
               at end
                   set print-eof to 1
                   exit paragraph
           end-read.

           set trail-spaces to 0.
           inspect function reverse(print-record)
               tallying trail-spaces for leading spaces.

           compute line-length = 133 - trail-spaces.

           if out-size + line-length + 2 is greater than 4096 then
               perform flush-out-buffer
           end-if.

           if line-length is greater than 0 then
               move print-record(1:line-length)
                   to out-data(out-size + 1:line-length)
               add line-length to out-size
           end-if.

           move X"0D0A" to out-data(out-size + 1:2).
           add 2 to out-size.

           exit paragraph.

       flush-out-buffer.
           if out-size is equal 0 then
               exit paragraph
           end-if.

           call "send_tcp"
           using by value printer-connect,
           by content out-data(1:out-size),
           by value out-size.

           add out-size to sent-bytes.

           move spaces to out-data.
           set out-size to 0.

           exit paragraph.

       end program print-send.

      *****************************************

       identification division.
       program-id. print-job-store.

      ************************************************************
      * THE PRINT QUEUE'S RECORD OF EVERY PRINT JOB, "printjobs.dat"
      * KEYED BY THE JOB NUMBER (db-sequence "PRINTJOB"): WHICH
      * CATALOGED REPORT, WHICH PRINTER, WHO ASKED AND WHEN, AND
      * HOW IT ENDED -- QUEUED, PRINTED OR FAILED WITH THE REASON,
      * THE PAGES, THE RECORD COUNT AND THE BYTES SENT. action
      * "READ" FETCHES pj-id'S RECORD, "SAVE" WRITES OR REPLACES
      * IT; found 1 WHEN THE ACTION WORKED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select job-file assign to "printjobs.dat"
           organization is indexed
           access mode is dynamic
           record key is pf-id
           file status is job-stat.

       data division.

       file section.
       fd job-file.
       01 job-record.
           05 pf-id   pic x(10).
           05 filler  pic x(532).

       working-storage section.
       77 job-stat pic xx.

       linkage section.
       01 store-action pic x(4).
       01 print-job.
           05 pj-id          pic x(10).
           05 pj-status      pic x(10).
           05 pj-report-date pic x(8).
           05 pj-report-name pic x(30).
           05 pj-printer     pic x(30).
           05 pj-print-path  pic x(128).
           05 pj-pages       pic 9(5).
           05 pj-records     pic 9(9).
           05 pj-bytes       pic 9(9).
           05 pj-requester   pic x(64).
           05 pj-requested   pic x(29).
           05 pj-finished    pic x(29).
           05 pj-outcome     pic x(80).
           05 pj-tries       pic 9(3).
           05 filler         pic x(98).
       01 store-found pic 9.

       procedure division using store-action, print-job,
                           store-found.

           set store-found to 0.

           open i-o job-file.

           if job-stat is equal "35" then
               open output job-file
               close job-file
               open i-o job-file
           end-if.

           if job-stat is not equal "00" then
               exit program
           end-if.

           move pj-id to pf-id.

           evaluate store-action
               when "READ"
                   read job-file
                       key is pf-id
                       invalid key
                           continue
                       not invalid key
                           move job-record to print-job
                           set store-found to 1
                   end-read
               when "SAVE"
                   read job-file
                       key is pf-id
                       invalid key
                           move print-job to job-record
                           write job-record
                               invalid key
                                   continue
                               not invalid key
                                   set store-found to 1
                           end-write
                       not invalid key
                           move print-job to job-record
                           rewrite job-record
                               invalid key
                                   continue
                               not invalid key
                                   set store-found to 1
                           end-rewrite
                   end-read
           end-evaluate.

           close job-file.

           exit program.

       end program print-job-store.

      *****************************************

       identification division.
       program-id. print-submit.

      ************************************************************
      * PUTS A CATALOGED REPORT ON THE PRINT QUEUE -- CHECKS THE
      * REPORT IS IN reportcat.dat AND THE PRINTER IN printers.cfg
      * (A BLANK PRINTER MEANS THE DEFAULT ONE), THEN RECORDS A
      * QUEUED PRINT JOB AND HANDS BACK ITS NUMBER. NOTHING IS
      * FORMATTED OR SENT HERE: print-job-run DOES THAT, CALLED
      * STRAIGHT FROM print-report IN BATCH OR BY job-worker FOR
      * A JOB QUEUED FROM THE SCREENS. status-func 1 WHEN QUEUED;
      * outcome SAYS WHAT HAPPENED EITHER WAY.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select catalog-file assign to "reportcat.dat"
           organization is indexed
           access mode is dynamic
           record key is rc-key
           file status is catalog-stat.

       data division.

       file section.
       fd catalog-file.
       01 catalog-record.
           05 rc-key.
               10 rc-date pic x(8).
               10 rc-name pic x(30).
           05 rc-producer pic x(30).
           05 rc-path     pic x(64).
           05 rc-stamp    pic x(29).

       working-storage section.
       77 catalog-stat  pic xx.
       77 entry-found   pic 9.
       77 printer-address pic x(50).
       77 printer-found pic 9.
       77 seq-name      pic x(30).
       77 next-value    pic 9(11).
       77 seq-status    pic 9.
       77 save-action   pic x(4) value "SAVE".
       77 store-found   pic 9.
       77 stamp-days    pic 9(4) value 0.

       01 print-job.
           05 pj-id          pic x(10).
           05 pj-status      pic x(10).
           05 pj-report-date pic x(8).
           05 pj-report-name pic x(30).
           05 pj-printer     pic x(30).
           05 pj-print-path  pic x(128).
           05 pj-pages       pic 9(5).
           05 pj-records     pic 9(9).
           05 pj-bytes       pic 9(9).
           05 pj-requester   pic x(64).
           05 pj-requested   pic x(29).
           05 pj-finished    pic x(29).
           05 pj-outcome     pic x(80).
           05 pj-tries       pic 9(3).
           05 filler         pic x(98).

       linkage section.
       01 report-date  pic x(8).
       01 report-name  pic x(30).
       01 printer-name pic x(30).
       01 requester    pic x(64).
       01 job-id       pic x(10).
       01 status-func  pic 9.
       01 outcome      pic x(80).

       procedure division using report-date, report-name,
                           printer-name, requester, job-id,
                           status-func, outcome.

           set status-func to 0.
           set job-id to spaces.
           set outcome to spaces.

           set entry-found to 0.

           open input catalog-file.

           if catalog-stat is equal "00" then
               move report-date to rc-date
               move report-name to rc-name
               read catalog-file
                   key is rc-key
                   invalid key
                       continue
                   not invalid key
                       set entry-found to 1
               end-read
               close catalog-file
           end-if.

           if entry-found is equal 0 then
               string
                   "no report " function trim(report-name)
                   " for " report-date " in the catalog"
                   into outcome
               end-string
               exit program
           end-if.

           call "print-printer-address"
           using by reference printer-name,
           by reference printer-address,
           by reference printer-found.

           if printer-found is equal 0 then
               string
                   "printer " function trim(printer-name)
                   " is not in printers.cfg"
                   into outcome
               end-string
               exit program
           end-if.

           set seq-name to "PRINTJOB".
           set seq-status to 0.

           call "db-sequence"
           using by content seq-name,
           by reference next-value,
           by reference seq-status.

           if seq-status is equal 0 then
               set outcome to "no print job number available"
               exit program
           end-if.

           initialize print-job.
           move next-value(2:10) to pj-id.
           set pj-status to "QUEUED".
           move report-date to pj-report-date.
           move report-name to pj-report-name.
           move printer-name to pj-printer.
           move requester to pj-requester.

           call "date-utc"
           using by reference pj-requested,
           by content stamp-days.

           set store-found to 0.

           call "print-job-store"
           using by content save-action,
           by reference print-job,
           by reference store-found.

           if store-found is equal 0 then
               set outcome to "the print job could not be recorded"
               exit program
           end-if.

           move pj-id to job-id.

           string
               "print job " pj-id " queued for "
               function trim(printer-name)
               into outcome
           end-string.

           set status-func to 1.

           exit program.

       end program print-submit.

      *****************************************

       identification division.
       program-id. print-job-run.

      ************************************************************
      * RUNS ONE QUEUED PRINT JOB -- FORMATS THE CATALOGED REPORT
      * THROUGH print-format AND SENDS THE RESULT THROUGH
      * print-send, THEN RECORDS THE OUTCOME (PRINTED OR FAILED,
      * WITH THE REASON) ON THE JOB AND IN THE LOG. IT FOLLOWS
      * THE job-worker CONTRACT -- THE PAYLOAD IS THE PRINT JOB
      * NUMBER, job-ok 1 ON SUCCESS -- SO A JOB QUEUED FROM THE
      * SCREENS PRINTS IN THE BATCH REGION AND A PRINTER THAT IS
      * OFF GETS job-worker'S RETRIES. A JOB ALREADY PRINTED IS
      * LEFT ALONE; A FAILED ONE RUNS AGAIN.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select catalog-file assign to "reportcat.dat"
           organization is indexed
           access mode is dynamic
           record key is rc-key
           file status is catalog-stat.

       data division.

       file section.
       fd catalog-file.
       01 catalog-record.
           05 rc-key.
               10 rc-date pic x(8).
               10 rc-name pic x(30).
           05 rc-producer pic x(30).
           05 rc-path     pic x(64).
           05 rc-stamp    pic x(29).

       working-storage section.
       77 catalog-stat  pic xx.
       77 entry-found   pic 9.
       77 read-action   pic x(4) value "READ".
       77 save-action   pic x(4) value "SAVE".
       77 store-found   pic 9.
       77 format-status pic 9.
       77 send-status   pic 9.
       77 send-outcome  pic x(80).
       77 stamp-days    pic 9(4) value 0.
       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       01 print-job.
           05 pj-id          pic x(10).
           05 pj-status      pic x(10).
           05 pj-report-date pic x(8).
           05 pj-report-name pic x(30).
           05 pj-printer     pic x(30).
           05 pj-print-path  pic x(128).
           05 pj-pages       pic 9(5).
           05 pj-records     pic 9(9).
           05 pj-bytes       pic 9(9).
           05 pj-requester   pic x(64).
           05 pj-requested   pic x(29).
           05 pj-finished    pic x(29).
           05 pj-outcome     pic x(80).
           05 pj-tries       pic 9(3).
           05 filler         pic x(98).

       linkage section.
       01 job-payload pic x(512).
       01 job-result  pic x(256).
       01 job-ok      pic 9.

       procedure division using job-payload, job-result, job-ok.

           set job-ok to 0.
           set job-result to spaces.

           initialize print-job.
           move job-payload(1:10) to pj-id.
           set store-found to 0.

           call "print-job-store"
           using by content read-action,
           by reference print-job,
           by reference store-found.

           if store-found is equal 0 then
               set job-result to "no such print job"
               exit program
           end-if.

           if pj-status is equal "PRINTED" then
               set job-result to "already printed"
               set job-ok to 1
               exit program
           end-if.

           add 1 to pj-tries.
           set pj-outcome to spaces.

           perform find-catalog-entry.

           if entry-found is equal 0 then
               set pj-outcome to
                   "the report is no longer in the catalog"
           else
               perform format-and-send
           end-if.

           if pj-outcome is equal spaces then
               set pj-status to "PRINTED"
               move send-outcome to pj-outcome
               set job-ok to 1
           else
               set pj-status to "FAILED"
           end-if.

           call "date-utc"
           using by reference pj-finished,
           by content stamp-days.

           call "print-job-store"
           using by content save-action,
           by reference print-job,
           by reference store-found.

           move pj-outcome to job-result.

           if job-ok is equal 1 then
               move "INFO" to log-level
           else
               move "WARN" to log-level
           end-if.

           move "print-job-run" to log-source.

           set log-text to spaces.
           string
               "PRINT JOB " pj-id " "
               function trim(pj-report-name) " " pj-report-date
               " ON " function trim(pj-printer) " "
               function trim(pj-status) ": "
               function trim(pj-outcome)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit program.

       find-catalog-entry.
           set entry-found to 0.

           open input catalog-file.

           if catalog-stat is not equal "00" then
               exit paragraph
           end-if.

           move pj-report-date to rc-date.
           move pj-report-name to rc-name.

           read catalog-file
               key is rc-key
               invalid key
                   continue
               not invalid key
                   set entry-found to 1
           end-read.

           close catalog-file.

           exit paragraph.

      *    FORMAT-AND-SEND -- pj-outcome STAYS BLANK ONLY WHEN
      *    BOTH STEPS WORKED.
       format-and-send.
           set format-status to 0.

           call "print-format"
           using by content rc-path,
           by content rc-name,
           by content rc-date,
           by content rc-producer,
           by reference pj-print-path,
           by reference pj-pages,
           by reference pj-records,
           by reference format-status.

           if format-status is equal 0 then
               string
                   "cannot format " function trim(rc-path)
                   " - missing, or print.cfg page too short"
                   into pj-outcome
               end-string
               exit paragraph
           end-if.

           set send-status to 0.
           set send-outcome to spaces.

           call "print-send"
           using by content pj-print-path,
           by content pj-printer,
           by reference pj-bytes,
           by reference send-status,
           by reference send-outcome.

           if send-status is equal 0 then
               move send-outcome to pj-outcome
           end-if.

           exit paragraph.

       end program print-job-run.

      *****************************************

       identification division.
       program-id. print-report.

      ************************************************************
      * THE MONTH-END PACK FROM THE SCHEDULER -- PRINTS CATALOGED
      * REPORTS STRAIGHT AWAY, EACH ONE RECORDED ON THE PRINT QUEUE
      * LIKE A JOB FROM THE SCREENS. SETTINGS, THE USUAL
      * ACCEPT-FROM-ENVIRONMENT CONVENTION:
      *
      *     PRINT_DATE     THE BUSINESS DATE (DEFAULT: TODAY'S)
      *     PRINT_NAME     ONE REPORT; UNSET PRINTS EVERY REPORT
      *                    CATALOGED FOR THE DATE
      *     PRINT_PRINTER  THE printers.cfg PRINTER (DEFAULT: SEE
      *                    print-printer-address)
      *     PRINT_USER     WHO THE JOBS ARE RECORDED FOR (DEFAULT
      *                    "batch")
      *
      * FINISHES NONZERO WHEN ANY REPORT DID NOT PRINT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select catalog-file assign to "reportcat.dat"
           organization is indexed
           access mode is dynamic
           record key is rc-key
           file status is catalog-stat.

       data division.

       file section.
       fd catalog-file.
       01 catalog-record.
           05 rc-key.
               10 rc-date pic x(8).
               10 rc-name pic x(30).
           05 rc-producer pic x(30).
           05 rc-path     pic x(64).
           05 rc-stamp    pic x(29).

       working-storage section.
       77 catalog-stat  pic xx.
       77 walk-done     pic 9.
       77 print-date    pic x(8).
       77 print-name    pic x(30).
       77 printer-name  pic x(30).
       77 print-user    pic x(64).
       77 job-id        pic x(10).
       77 submit-status pic 9.
       77 outcome       pic x(80).
       77 run-payload   pic x(512).
       77 run-result    pic x(256).
       77 run-ok        pic 9.
       77 printed-count pic 9(5).
       77 failed-count  pic 9(5).
       77 count-edit    pic z(4)9.

       01 name-list.
           05 list-name occurs 200 times pic x(30).
           05 name-list-size pic 9(3).
       77 n             pic 9(3).

       procedure division.

           set print-date to spaces.
           accept print-date from environment "PRINT_DATE".

           if print-date is equal spaces then
               call "business-date"
               using by reference print-date
           end-if.

           set print-name to spaces.
           accept print-name from environment "PRINT_NAME".

           set printer-name to spaces.
           accept printer-name from environment "PRINT_PRINTER".

           set print-user to spaces.
           accept print-user from environment "PRINT_USER".

           if print-user is equal spaces then
               set print-user to "batch"
           end-if.

           set name-list-size to 0.

           if print-name is not equal spaces then
               set name-list-size to 1
               move print-name to list-name(1)
           else
               perform list-date-reports
           end-if.

           if name-list-size is equal 0 then
               display "NO REPORTS CATALOGED FOR " print-date
               move 8 to return-code
               goback
           end-if.

           set printed-count to 0.
           set failed-count to 0.

           perform print-one-report
               varying n from 1 by 1
               until n is greater than name-list-size.

           move printed-count to count-edit.
           display function trim(count-edit) " REPORT(S) PRINTED".

           move failed-count to count-edit.
           display function trim(count-edit) " REPORT(S) FAILED".

           if failed-count is greater than 0 then
               move 8 to return-code
           else
               move 0 to return-code
           end-if.

           goback.

      *    LIST-DATE-REPORTS -- EVERY CATALOG ENTRY FOR THE DATE,
      *    IN NAME ORDER.
       list-date-reports.
           open input catalog-file.

           if catalog-stat is not equal "00" then
               exit paragraph
           end-if.

           move print-date to rc-date.
           move low-values to rc-name.

           start catalog-file key is greater than or equal rc-key
               invalid key
                   close catalog-file
                   exit paragraph
           end-start.

           set walk-done to 0.

           perform list-one-report until walk-done is equal 1.

           close catalog-file.

           exit paragraph.

       list-one-report.
           read catalog-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if rc-date is not equal print-date
           or name-list-size is equal 200 then
               set walk-done to 1
               exit paragraph
           end-if.

           add 1 to name-list-size.
           move rc-name to list-name(name-list-size).

           exit paragraph.

       print-one-report.
           set submit-status to 0.

           call "print-submit"
           using by content print-date,
           by content list-name(n),
           by content printer-name,
           by content print-user,
           by reference job-id,
           by reference submit-status,
           by reference outcome.

           if submit-status is equal 0 then
               display function trim(list-name(n)) ": "
                   function trim(outcome)
               add 1 to failed-count
               exit paragraph
           end-if.

           move spaces to run-payload.
           move job-id to run-payload.
           set run-ok to 0.

           call "print-job-run"
           using by content run-payload,
           by reference run-result,
           by reference run-ok.

           display function trim(list-name(n)) " JOB " job-id ": "
               function trim(run-result).

           if run-ok is equal 1 then
               add 1 to printed-count
           else
               add 1 to failed-count
           end-if.

           exit paragraph.

       end program print-report.

      *****************************************

       identification division.
       program-id. http-report-print.

      ************************************************************
      * POST /reports/print -- date, name AND printer FROM THE
      * REPORT VIEWER'S PRINT FORM. RECORDS THE PRINT JOB FOR THE
      * SIGNED-IN USER (print-submit) AND HANDS IT TO THE JOB
      * QUEUE AS A "print-job-run" JOB, SO THE PAGE ANSWERS AT
      * ONCE AND THE FORMATTING AND THE PRINTER CONVERSATION RUN
      * IN job-worker, OUTSIDE ANY ROUTE TIMEOUT.
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

       77 user-name     pic x(64).
       77 role-name     pic x(16).
       77 session-found pic 9.
       77 body-length   pic 9(6).
       77 q             pic 9(3).
       77 want-date     pic x(8).
       77 want-name     pic x(30).
       77 want-printer  pic x(30).
       77 job-id        pic x(10).
       77 submit-status pic 9.
       77 outcome-text  pic x(80).
       77 queue-type    pic x(30).
       77 queue-payload pic x(512).
       77 queued-id     pic x(11).
       77 queue-status  pic 9.
       77 out-pointer   pic 9(5).

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

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           set want-date to spaces.
           set want-name to spaces.
           set want-printer to spaces.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set submit-status to 0.

           call "print-submit"
           using by content want-date,
           by content want-name,
           by content want-printer,
           by content user-name,
           by reference job-id,
           by reference submit-status,
           by reference outcome-text.

           if submit-status is equal 1 then
               perform queue-print-job
           end-if.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Print</h1><p>"
               function trim(outcome-text)
               "</p><p><a href=" X"22" "/reports/printjobs" X"22"
               ">Print jobs</a> | <a href=" X"22"
               "/reports/view?date=" want-date "&name="
               function trim(want-name) X"22"
               ">Back to the report</a></p></body></html>" X"0A"
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
               when "date"
                   move get-value(q)(1:8) to want-date
               when "name"
                   move get-value(q)(1:30) to want-name
               when "printer"
                   move get-value(q)(1:30) to want-printer
           end-evaluate.

           exit paragraph.

      *    QUEUE-PRINT-JOB -- THE WORKER'S JOB CARRIES ONLY THE
      *    PRINT JOB NUMBER; EVERYTHING ELSE IS ON THE PRINT JOB.
       queue-print-job.
           set queue-type to "print-job-run".
           move spaces to queue-payload.
           move job-id to queue-payload.
           set queue-status to 0.

           call "job-enqueue"
           using by content queue-type,
           by content queue-payload,
           by reference queued-id,
           by reference queue-status.

           if queue-status is equal 0 then
               set outcome-text to spaces
               string
                   "print job " job-id " recorded, but the job "
                   "queue refused it - print it with print-report"
                   into outcome-text
               end-string
           end-if.

           exit paragraph.

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

       end program http-report-print.

      *****************************************

       identification division.
       program-id. http-print-jobs.

      ************************************************************
      * GET /reports/printjobs -- THE PRINT QUEUE, NEWEST JOB
      * FIRST (THE LATEST 20): REPORT, BUSINESS DATE, PRINTER,
      * WHO ASKED AND WHEN, THE STATUS AND OUTCOME, PAGES AND
      * RECORDS. EACH REPORT LINKS BACK TO ITS VIEWER PAGE, WHOSE
      * PRINT FORM IS THE REPRINT. SAME maintain-check-user GATE
      * AS THE REPORT CATALOG.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select job-file assign to "printjobs.dat"
           organization is indexed
           access mode is sequential
           record key is pj-id
           file status is job-stat.

       data division.

       file section.
       fd job-file.
       01 print-job.
           05 pj-id          pic x(10).
           05 pj-status      pic x(10).
           05 pj-report-date pic x(8).
           05 pj-report-name pic x(30).
           05 pj-printer     pic x(30).
           05 pj-print-path  pic x(128).
           05 pj-pages       pic 9(5).
           05 pj-records     pic 9(9).
           05 pj-bytes       pic 9(9).
           05 pj-requester   pic x(64).
           05 pj-requested   pic x(29).
           05 pj-finished    pic x(29).
           05 pj-outcome     pic x(80).
           05 pj-tries       pic 9(3).
           05 filler         pic x(98).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(8192).
           05 string-size pic 9(5).

       01 recent-jobs.
           05 recent-job occurs 20 times pic x(542).
       77 recent-count pic 9(2).
       77 recent-next  pic 9(2).
       77 r            pic 9(2).
       77 shown        pic 9(2).

       77 job-stat     pic xx.
       77 scan-eof     pic 9.
       77 user-ok      pic 9.
       77 out-pointer  pic 9(5).
       77 pages-edit   pic z(4)9.
       77 records-edit pic z(8)9.

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

      *    THE FILE IS IN JOB-NUMBER (= AGE) ORDER; A RING OF THE
      *    LAST 20 READ IS THE 20 NEWEST.
           set recent-count to 0.
           set recent-next to 1.

           open input job-file.

           if job-stat is equal "00" then
               set scan-eof to 0
               perform remember-one-job until scan-eof is equal 1
               close job-file
           end-if.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Print jobs</h1>" X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           if recent-count is equal 0 then
               string
                   "<p>No print jobs on file</p>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "<table><tr><th>Job</th><th>Report</th>"
                   "<th>Date</th><th>Printer</th><th>By</th>"
                   "<th>Asked</th><th>Status</th><th>Pages</th>"
                   "<th>Records</th><th>Outcome</th></tr>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string

               set r to recent-next
               perform show-one-job
                   varying shown from 1 by 1
                   until shown is greater than recent-count

               string
                   "</table>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<p><a href=" X"22" "/reports" X"22"
               ">Report catalog</a></p></body></html>" X"0A"
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

       remember-one-job.
           read job-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           move print-job to recent-job(recent-next).

           if recent-count is less than 20 then
               add 1 to recent-count
           end-if.

           if recent-next is equal 20 then
               set recent-next to 1
           else
               add 1 to recent-next
           end-if.

           exit paragraph.

      *    SHOW-ONE-JOB -- STEPS BACK THROUGH THE RING FROM THE
      *    NEWEST ENTRY.
       show-one-job.
           if r is equal 1 then
               set r to 20
           else
               subtract 1 from r
           end-if.

           move recent-job(r) to print-job.
           move pj-pages to pages-edit.
           move pj-records to records-edit.

           string
               "<tr><td>" pj-id "</td><td><a href=" X"22"
               "/reports/view?date=" pj-report-date "&name="
               function trim(pj-report-name) X"22" ">"
               function trim(pj-report-name) "</a></td><td>"
               pj-report-date "</td><td>" function trim(pj-printer)
               "</td><td>" function trim(pj-requester)
               "</td><td>" pj-requested(1:16)
               "</td><td>" function trim(pj-status)
               "</td><td>" function trim(pages-edit)
               "</td><td>" function trim(records-edit)
               "</td><td>" function trim(pj-outcome)
               "</td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       end program http-print-jobs.
