      * BROWSE BY DATE AND READ A REPORT IN THE BROWSER.
      * report-catalog-sweep RETIRES ENTRIES AND FILES PAST
      * REPORT_KEEP_DAYS (DEFAULT 90).
      *
      * A PRODUCER THAT BREAKS ITS REPORT INTO GROUPS MAY ALSO
      * PASS THE BREAK FIELD AND ITS TABLE; THE REPORT IS THEN
      * BURST INTO ONE SECTION PER GROUP (report-burst IN
      * lib/reportdist.cbl). EITHER WAY THE REPORT IS THEN MAILED
      * TO ITS SUBSCRIBERS (report-distribute).
      ************************************************************

       environment division.
       01 file-path     pic x(64).
       01 business-day  pic x(8).
       01 producer-name pic x(30).
       01 break-field   pic x(30).
       01 scope-table   pic x(30).

       procedure division using file-path, business-day,
                           producer-name,
                           optional break-field,
                           optional scope-table.

      *    THE NAME IS THE PATH'S STEM BEFORE ITS FIRST DOT.
           set report-name to spaces.

           close catalog-file.

      *    A RERUN'S OLD SECTIONS GO WHETHER OR NOT IT BREAKS NOW.
           if address of break-field is not equal null
           and address of scope-table is not equal null then
               call "report-burst"
               using by content file-path,
               by content business-day,
               by content report-name,
               by content break-field,
               by content scope-table
           else
               call "report-section-clear"
               using by content business-day,
               by content report-name
           end-if.

           call "report-distribute"
           using by content file-path,
           by content business-day,
           by content report-name.

           exit program.

       end program report-catalog-add.
      *                           FILTERS ONE DAY)
      *     GET /reports/view  -- ?date=X&name=Y, THE REPORT'S
      *                           TEXT IN THE BROWSER
      *     GET /reports/generations -- THE GENERATION CATALOG
      *                           (?dataset=NAME FOR ONE GROUP)
      *     POST /reports/print    -- date, name, printer: QUEUES
      *                           A PRINT JOB (lib/print.cbl)
      *     GET /reports/printjobs -- THE PRINT QUEUE AND EACH
      *                           JOB'S OUTCOME, WITH REPRINT
      *     GET /reports/subscriptions -- THE USER'S REPORT
      *                           SUBSCRIPTIONS AND DELIVERIES
      *     POST /reports/subscribe -- action, report, value:
      *                           SUBSCRIBE OR UNSUBSCRIBE
      ************************************************************

       data division.
           set route-handle to entry "http-report-view".
           perform register-one-route.

           set route-path to "/reports/generations".
           set route-method to "GET".
           set route-handle to entry "http-generation-list".
           perform register-one-route.

           set route-path to "/reports/print".
           set route-method to "POST".
           set route-handle to entry "http-report-print".
           perform register-one-route.

           set route-path to "/reports/printjobs".
           set route-method to "GET".
           set route-handle to entry "http-print-jobs".
           perform register-one-route.

           set route-path to "/reports/subscriptions".
           set route-method to "GET".
           set route-handle to entry "http-report-subscriptions".
           perform register-one-route.

           set route-path to "/reports/subscribe".
           set route-method to "POST".
           set route-handle to entry "http-report-subscribe".
           perform register-one-route.

           exit program.

      *    REGISTER-ONE-ROUTE -- ONE handle_http CALL PER SCREEN.
      * TEXT IN A <pre> BLOCK. THE PATH COMES FROM THE CATALOG
      * ENTRY, NEVER FROM THE QUERY, SO THE ROUTE CANNOT BE BENT
      * INTO A FILE BROWSER. LONG REPORTS SHOW THEIR FIRST PAGES
      * AND SAY SO. BENEATH THE TEXT, A PRINT FORM PUTS THE REPORT
      * ON THE PRINT QUEUE (POST /reports/print, lib/print.cbl)
      * FOR ANY printers.cfg PRINTER -- THE WAY AN OPERATOR
      * REPRINTS A PAGE THE PRINT ROOM LOST. WHEN THE REPORT WAS
      * BURST BY DEPARTMENT, A USER WITH A DEPARTMENT SEES ONLY
      * THEIR OWN SECTION AND GETS NO PRINT FORM.
      ************************************************************

       environment division.
           organization is line sequential
           file status is report-stat.

           select printer-config assign to "printers.cfg"
           organization is line sequential
           file status is printer-stat.

       data division.

       file section.
       fd report-file.
       01 report-line pic x(132).

       fd printer-config.
       01 printer-record pic x(128).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
       77 line-length  pic 9(3).
       77 q            pic 9(3).
       77 out-pointer  pic 9(5).
       77 printer-stat pic xx.
       77 printer-eof  pic 9.
       77 printer-name pic x(30).
       77 dept-name    pic x(16).
       77 dept-found   pic 9.
       77 want-value   pic x(64).
       77 section-path pic x(64).
       77 section-value pic x(64).
       77 pick-status  pic 9.

       linkage section.
       01 request.

           perform find-catalog-entry.

           if entry-found is equal 1 then
               perform pick-viewer-section
           end-if.

           set response-headers-size to 0.

           move spaces to string-data.
               string
                   "<html><body><h1>"
                   function trim(rc-name) " " rc-date
                   "</h1>" X"0A"
                   into string-data
                   with pointer out-pointer
               end-string

               perform render-viewer-pages

               string
                   "<p><a href=" X"22" "/reports/subscriptions" X"22"
                   ">Subscribe by mail</a> | "
                   "<a href=" X"22" "/reports" X"22"
                   ">Back</a></p></body></html>" X"0A"
                   into string-data
                   with pointer out-pointer

           exit paragraph.

      *    PICK-VIEWER-SECTION -- pick-status 0 IS THE WHOLE
      *    REPORT, 1 ONE SECTION (section-path), 2 OR 3 NOTHING.
       pick-viewer-section.
           set dept-name to spaces.

           call "request-department"
           using by content request,
           by reference dept-name,
           by reference dept-found.

           set want-value to spaces.

           call "report-section-pick"
           using by content rc-date,
           by content rc-name,
           by content dept-name,
           by content want-value,
           by reference section-path,
           by reference section-value,
           by reference pick-status.

           exit paragraph.

      *    RENDER-VIEWER-PAGES -- THE TEXT THE VIEWER MAY SEE; THE
      *    PRINT FORM ONLY WITH THE WHOLE REPORT.
       render-viewer-pages.
           evaluate pick-status
               when 0
                   move rc-path to report-path
               when 1
                   move section-path to report-path
                   string
                       "<p>Showing the "
                       function trim(section-value)
                       " pages only.</p>" X"0A"
                       into string-data
                       with pointer out-pointer
                       on overflow
                           continue
                   end-string
               when other
                   string
                       "<p>No pages of this report are for your "
                       "department.</p>" X"0A"
                       into string-data
                       with pointer out-pointer
                       on overflow
                           continue
                   end-string
                   exit paragraph
           end-evaluate.

           string
               "<pre>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           perform render-report-text.

           string
               "</pre>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if pick-status is equal 0 then
               perform render-print-form
           end-if.

           exit paragraph.

      *    RENDER-REPORT-TEXT -- THE FILE'S LINES INTO THE PAGE
      *    UNTIL THE BUFFER SAYS ENOUGH.
       render-report-text.
           open input report-file.

           if report-stat is not equal "00" then
           set file-eof to 0.

           perform until file-eof is equal 1
           or out-pointer is greater than 7000
               read report-file
                   at end
                       set file-eof to 1

           exit paragraph.

      *    RENDER-PRINT-FORM -- THE REPORT'S KEY IN HIDDEN FIELDS
      *    AND A CHOICE OF THE printers.cfg PRINTERS, THE FIRST
      *    (THE DEFAULT) SELECTED.
       render-print-form.
           string
               "<form method=" X"22" "post" X"22"
               " action=" X"22" "/reports/print" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "date" X"22"
               " value=" X"22" rc-date X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "name" X"22"
               " value=" X"22" function trim(rc-name) X"22" ">"
               "Printer <select name=" X"22" "printer" X"22" ">"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           open input printer-config.

           if printer-stat is equal "00" then
               set printer-eof to 0
               perform list-one-printer until printer-eof is equal 1
               close printer-config
           end-if.

           string
               "</select> <input type=" X"22" "submit" X"22"
               " value=" X"22" "Print" X"22" "></form>"
               "<p><a href=" X"22" "/reports/printjobs" X"22"
               ">Print jobs</a></p>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       list-one-printer.
           read printer-config
               at end
                   set printer-eof to 1
                   exit paragraph
           end-read.

           if printer-record(1:1) is equal "#"
           or printer-record is equal spaces then
               exit paragraph
           end-if.

           set printer-name to spaces.
           unstring printer-record delimited by all spaces
               into printer-name
           end-unstring.

           string
               "<option>" function trim(printer-name) "</option>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       end program http-report-view.

      *****************************************
      * RETENTION FOR THE CATALOG -- ENTRIES (AND THEIR FILES)
      * OLDER THAN REPORT_KEEP_DAYS (DEFAULT 90) ARE REMOVED, SO
      * THE REPORT TREE STOPS GROWING FOREVER. RUN IT FROM
      * schedule.cfg ALONGSIDE log-rotate. A REPORT DATED INSIDE
      * THE PERIOD OF AN ACTIVE LEGAL HOLD (legal-hold-dated) IS
      * KEPT, WITH A WARN LINE, UNTIL THE HOLD IS RELEASED.
      ************************************************************

       environment division.
       77 swept-count  pic 9(4).
       77 delete-status pic 9(4) comp.
       77 count-edit   pic z(3)9.
       77 held-count   pic 9(4).
       77 hold-held    pic 9.
       77 hold-matter  pic x(32).
       77 log-level    pic x(5).
       77 log-source   pic x(32) value "report-catalog-sweep".
       77 log-text     pic x(256).

       01 sweep-list.
           05 sweep-entry occurs 200 times.
           move cutoff-int to cutoff-date.

           set sweep-list-size to 0.
           set held-count to 0.

           open input catalog-file.

                   not at end
                       if rc-date is less than cutoff-date
                       and sweep-list-size is less than 200 then
                           perform note-aged-entry
                       end-if
               end-read
           end-perform.
               using function trim(sw-path(s))
               returning delete-status

               call "report-section-clear"
               using by content sw-date(s),
               by content sw-name(s)

               move sw-date(s) to rc-date
               move sw-name(s) to rc-name

           move swept-count to count-edit.
           display function trim(count-edit)
               " REPORT(S) RETIRED".
           move held-count to count-edit.
           display function trim(count-edit)
               " REPORT(S) KEPT UNDER LEGAL HOLD".

           goback.

      *    NOTE-AGED-ENTRY -- AN ENTRY PAST ITS KEEP JOINS THE
      *    SWEEP LIST UNLESS A LEGAL HOLD COVERS ITS DATE.
       note-aged-entry.
           set hold-held to 0.
           set hold-matter to spaces.

           call "legal-hold-dated"
           using by content rc-date,
           by reference hold-held,
           by reference hold-matter.

           if hold-held is equal 1 then
               add 1 to held-count

               move "WARN" to log-level
               set log-text to spaces
               string
                   "REPORT KEPT " delimited by size
                   function trim(rc-name) delimited by size
                   " " delimited by size
                   rc-date delimited by size
                   " LEGAL HOLD " delimited by size
                   function trim(hold-matter) delimited by size
                   into log-text
               end-string

               call "log-message"
               using by content log-level,
               by content log-source,
               by content log-text

               exit paragraph
           end-if.

           add 1 to sweep-list-size.
           move rc-date to sw-date(sweep-list-size).
           move rc-name to sw-name(sweep-list-size).
           move rc-path to sw-path(sweep-list-size).

           exit paragraph.

       end program report-catalog-sweep.
