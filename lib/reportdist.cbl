       identification division.
       program-id. report-section-clear.

      ************************************************************
      * REPORT BURSTING AND DISTRIBUTION -- report-catalog-add
      * RECORDS EACH REPORT, BUT SOMEONE STILL HAS TO GO AND LOOK
      * AT IT, AND A DEPARTMENTAL REPORT SHOWS EVERY DEPARTMENT'S
      * FIGURES TO EVERYONE WHO OPENS IT. THE PROGRAMS IN THIS
      * FILE SPLIT A CATALOGED REPORT AT ITS BREAK GROUPS INTO ONE
      * SECTION FILE PER GROUP (report-burst), MAIL EACH
      * SUBSCRIBER A SIGNED LINK TO THEIR OWN SECTION OR TO THE
      * WHOLE REPORT (report-distribute), AND TELL THE /reports
      * VIEWER WHICH PAGES A USER MAY SEE (report-section-pick).
      * THE SECTIONS ARE KEPT IN "reportsect.dat" BY REPORT DATE,
      * NAME AND SEQUENCE.
      *
      * THIS FIRST PROGRAM FORGETS A REPORT'S SECTIONS AND
      * DELETES THEIR FILES -- BEFORE A RERUN BURSTS AFRESH, AND
      * WHEN report-catalog-sweep RETIRES THE REPORT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select section-file assign to "reportsect.dat"
           organization is indexed
           access mode is dynamic
           record key is sc-key
           file status is section-stat.

       data division.

       file section.
       fd section-file.
       01 section-record.
           05 sc-key.
               10 sc-date  pic x(8).
               10 sc-name  pic x(30).
               10 sc-seq   pic 9(3).
           05 sc-value pic x(64).
           05 sc-path  pic x(64).
           05 sc-lines pic 9(7).
           05 sc-field pic x(30).
           05 sc-table pic x(30).

       working-storage section.
       77 section-stat  pic xx.
       77 scan-eof      pic 9.
       77 delete-status pic 9(4) comp.

       linkage section.
       01 business-day pic x(8).
       01 report-name  pic x(30).

       procedure division using business-day, report-name.

           open i-o section-file.

           if section-stat is not equal "00" then
               exit program
           end-if.

           move business-day to sc-date.
           move report-name to sc-name.
           move 0 to sc-seq.

           set scan-eof to 0.

           start section-file
               key is not less than sc-key
               invalid key
                   set scan-eof to 1
           end-start.

           perform clear-one-section until scan-eof is equal 1.

           close section-file.

           exit program.

       clear-one-section.
           read section-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if sc-date is not equal business-day
           or sc-name is not equal report-name then
               set scan-eof to 1
               exit paragraph
           end-if.

           call "CBL_DELETE_FILE"
           using function trim(sc-path)
           returning delete-status.

           delete section-file record
               invalid key
                   continue
           end-delete.

           exit paragraph.

       end program report-section-clear.

      *****************************************

       identification division.
       program-id. report-burst.

      ************************************************************
      * SPLITS ONE REPORT FILE AT ITS BREAK GROUPS. A GROUP
      * STARTS WHERE report-writer STARTS ONE -- A LINE
      * "<break-field>: <value>" FOLLOWED BY A RULE OF DASHES --
      * AND RUNS TO THE NEXT GROUP OR TO THE "=" RULE OVER THE
      * GRAND TOTALS. EACH GROUP GOES TO ITS OWN FILE BESIDE THE
      * REPORT ("sales.20261015.rpt" BURSTS INTO
      * "sales.20261015.001.rpt", ".002.rpt", ...) UNDER A COPY OF
      * THE REPORT'S OWN HEADING LINES, SO A SECTION READS AS A
      * COMPLETE REPORT. THE GRAND TOTALS COVER EVERY GROUP AND
      * GO INTO NO SECTION. scope-table IS THE TABLE THE REPORT
      * WAS DRAWN FROM; WHEN rowscope.cfg SCOPES IT BY THE BREAK
      * FIELD THE SECTIONS ARE DEPARTMENTS (report-section-pick).
      * A RERUN REPLACES THE EARLIER RUN'S SECTIONS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

           select part-file assign to dynamic part-path
           organization is line sequential
           file status is part-stat.

           select section-file assign to "reportsect.dat"
           organization is indexed
           access mode is dynamic
           record key is sc-key
           file status is section-stat.

       data division.

       file section.
       fd report-file.
       01 report-line pic x(132).

       fd part-file.
       01 part-line pic x(132).

       fd section-file.
       01 section-record.
           05 sc-key.
               10 sc-date  pic x(8).
               10 sc-name  pic x(30).
               10 sc-seq   pic 9(3).
           05 sc-value pic x(64).
           05 sc-path  pic x(64).
           05 sc-lines pic 9(7).
           05 sc-field pic x(30).
           05 sc-table pic x(30).

       working-storage section.
       77 report-stat   pic xx.
       77 part-stat     pic xx.
       77 section-stat  pic xx.
       77 report-path   pic x(64).
       77 part-path     pic x(64).
       77 report-eof    pic 9.
       77 in-heading    pic 9.
       77 section-open  pic 9.
       77 burst-done    pic 9.
       77 pending-held  pic 9.
       77 pending-line  pic x(132).
       77 break-tag     pic x(40).
       77 tag-length    pic 9(2).
       77 stem-length   pic 9(2).
       77 c             pic 9(2).
       77 section-seq   pic 9(3).
       77 section-lines pic 9(7).
       77 section-value pic x(64).
       77 dash-rule     pic x(40) value all "-".
       77 equals-rule   pic x(60) value all "=".
       77 count-edit    pic zz9.

      *    THE REPORT'S HEADING, REPEATED AT THE TOP OF EVERY
      *    SECTION.
       01 heading-lines.
           05 heading-line occurs 20 times pic x(132).
           05 heading-size pic 9(2).
       77 h             pic 9(2).

       77 log-level  pic x(5).
       77 log-source pic x(32).
       77 log-text   pic x(256).

       linkage section.
       01 file-path    pic x(64).
       01 business-day pic x(8).
       01 report-name  pic x(30).
       01 break-field  pic x(30).
       01 scope-table  pic x(30).

       procedure division using file-path, business-day,
                           report-name, break-field, scope-table.

           call "report-section-clear"
           using by content business-day,
           by content report-name.

           if break-field is equal spaces
           or break-field is equal "-" then
               exit program
           end-if.

           move spaces to break-tag.
           string
               function trim(break-field) ": "
               delimited by size
               into break-tag
           end-string.
           compute tag-length =
               function length(function trim(break-field)) + 2.

      *    A SECTION'S NAME IS THE REPORT'S UP TO ITS LAST DOT.
           set stem-length to 0.
           perform find-stem
               varying c from 1 by 1
               until c is greater than 64.

           if stem-length is equal 0 then
               exit program
           end-if.

           move file-path to report-path.

           open input report-file.

           if report-stat is not equal "00" then
               exit program
           end-if.

           open i-o section-file.

           if section-stat is equal "35" then
               open output section-file
               close section-file
               open i-o section-file
           end-if.

           if section-stat is not equal "00" then
               close report-file
               exit program
           end-if.

           initialize heading-lines.
           set in-heading to 1.
           set section-open to 0.
           set burst-done to 0.
           set pending-held to 0.
           set section-seq to 0.
           set report-eof to 0.

           perform burst-one-line until report-eof is equal 1.

           perform flush-pending.

           if section-open is equal 1 then
               perform close-section
           end-if.

           close report-file.
           close section-file.

           move section-seq to count-edit.
           move "INFO" to log-level.
           move "report-burst" to log-source.
           set log-text to spaces.
           string
               "REPORT " function trim(file-path) " BURST INTO "
               function trim(count-edit) " SECTION(S) BY "
               function trim(break-field)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit program.

       find-stem.
           if file-path(c:1) is equal "." then
               compute stem-length = c - 1
           end-if.

           exit paragraph.

      *    BURST-ONE-LINE -- EACH LINE IS HELD ONE READ, SO A
      *    GROUP HEADING IS KNOWN BY THE DASHED RULE UNDER IT
      *    BEFORE IT IS PLACED.
       burst-one-line.
           read report-file
               at end
                   set report-eof to 1
                   exit paragraph
           end-read.

           if burst-done is equal 1 then
               exit paragraph
           end-if.

           if pending-held is equal 1
           and report-line(1:40) is equal dash-rule
           and pending-line(1:tag-length) is equal
               break-tag(1:tag-length) then
               perform open-section
               move report-line to pending-line
               set pending-held to 1
               exit paragraph
           end-if.

           if section-open is equal 1
           and report-line(1:60) is equal equals-rule then
               perform flush-pending
               perform close-section
               set burst-done to 1
               exit paragraph
           end-if.

           perform flush-pending.

           move report-line to pending-line.
           set pending-held to 1.

           exit paragraph.

      *    FLUSH-PENDING -- THE HELD LINE INTO THE OPEN SECTION, OR
      *    INTO THE HEADING BEFORE THE FIRST GROUP.
       flush-pending.
           if pending-held is equal 0 then
               exit paragraph
           end-if.

           set pending-held to 0.

           if section-open is equal 1 then
               move pending-line to part-line
               write part-line
               add 1 to section-lines
               exit paragraph
           end-if.

           if in-heading is equal 1
           and heading-size is less than 20 then
               add 1 to heading-size
               move pending-line to heading-line(heading-size)
           end-if.

           exit paragraph.

      *    OPEN-SECTION -- A NEW FILE FOR THE GROUP WHOSE HEADING
      *    IS HELD, STARTING WITH THE REPORT'S HEADING.
       open-section.
           if section-open is equal 1 then
               perform close-section
           end-if.

           set in-heading to 0.

           if section-seq is equal 999 then
               set burst-done to 1
               set pending-held to 0
               exit paragraph
           end-if.

           add 1 to section-seq.

           move spaces to section-value.
           move pending-line(tag-length + 1:64) to section-value.

           move spaces to part-path.
           string
               file-path(1:stem-length) "." section-seq ".rpt"
               delimited by size
               into part-path
           end-string.

           open output part-file.

           if part-stat is not equal "00" then
               set burst-done to 1
               set pending-held to 0
               exit paragraph
           end-if.

           set section-open to 1.
           set section-lines to 0.

           perform write-heading-line
               varying h from 1 by 1
               until h is greater than heading-size.

           move pending-line to part-line.
           write part-line.
           add 1 to section-lines.
           set pending-held to 0.

           exit paragraph.

       write-heading-line.
           move heading-line(h) to part-line.
           write part-line.
           add 1 to section-lines.

           exit paragraph.

      *    CLOSE-SECTION -- THE FILE CLOSED AND ITS reportsect.dat
      *    RECORD WRITTEN.
       close-section.
           close part-file.
           set section-open to 0.

           move spaces to section-record.
           move business-day to sc-date.
           move report-name to sc-name.
           move section-seq to sc-seq.
           move section-value to sc-value.
           move part-path to sc-path.
           move section-lines to sc-lines.
           move break-field to sc-field.
           move scope-table to sc-table.

           write section-record
               invalid key
                   rewrite section-record
                       invalid key
                           continue
                   end-rewrite
           end-write.

           exit paragraph.

       end program report-burst.

      *****************************************

       identification division.
       program-id. report-section-pick.

      ************************************************************
      * WHICH PAGES OF A CATALOGED REPORT ONE READER GETS -- THE
      * SAME ANSWER FOR THE MAILED LINK AND FOR THE /reports
      * VIEWER. want-value IS THE BREAK VALUE ASKED FOR (A
      * SUBSCRIPTION'S, OR SPACES FOR THE WHOLE REPORT) AND
      * viewer-dept THE READER'S users.dat DEPARTMENT. WHEN THE
      * REPORT WAS BURST BY THE FIELD rowscope.cfg SCOPES ITS
      * TABLE BY, A READER WITH A DEPARTMENT GETS THEIR OWN
      * DEPARTMENT'S SECTION AND NOTHING ELSE, THE SAME RULE THE
      * BROWSE SCREENS KEEP. pick-status:
      *
      *   0  THE WHOLE REPORT
      *   1  ONE SECTION -- section-path AND section-value
      *   2  A VALUE WAS ASKED FOR (OR IMPOSED) AND NO SECTION
      *      CARRIES IT
      *   3  A VALUE OUTSIDE THE READER'S DEPARTMENT WAS ASKED FOR
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select section-file assign to "reportsect.dat"
           organization is indexed
           access mode is dynamic
           record key is sc-key
           file status is section-stat.

       data division.

       file section.
       fd section-file.
       01 section-record.
           05 sc-key.
               10 sc-date  pic x(8).
               10 sc-name  pic x(30).
               10 sc-seq   pic 9(3).
           05 sc-value pic x(64).
           05 sc-path  pic x(64).
           05 sc-lines pic 9(7).
           05 sc-field pic x(30).
           05 sc-table pic x(30).

       working-storage section.
       77 section-stat  pic xx.
       77 scan-eof      pic 9.
       77 any-section   pic 9.
       77 pick-value    pic x(64).
       77 scope-field   pic x(30).
       77 scope-found   pic 9.

       linkage section.
       01 business-day  pic x(8).
       01 report-name   pic x(30).
       01 viewer-dept   pic x(16).
       01 want-value    pic x(64).
       01 section-path  pic x(64).
       01 section-value pic x(64).
       01 pick-status   pic 9.

       procedure division using business-day, report-name,
                           viewer-dept, want-value, section-path,
                           section-value, pick-status.

           set pick-status to 0.
           move spaces to section-path.
           move spaces to section-value.
           move want-value to pick-value.

           set any-section to 0.

           open input section-file.

           if section-stat is equal "00" then
               perform read-first-section
           end-if.

           if any-section is equal 0 then
               if section-stat is equal "00" then
                   close section-file
               end-if
               if pick-value is not equal spaces then
                   set pick-status to 2
               end-if
               exit program
           end-if.

      *    SECTIONS THAT ARE DEPARTMENTS HOLD A DEPARTMENT'S
      *    READER TO THEIR OWN.
           set scope-found to 0.

           call "table-scope-field"
           using by content sc-table,
           by reference scope-field,
           by reference scope-found.

           if scope-found is equal 1
           and scope-field is equal sc-field
           and viewer-dept is not equal spaces then
               if pick-value is equal spaces
               or pick-value is equal viewer-dept then
                   move viewer-dept to pick-value
               else
                   close section-file
                   set pick-status to 3
                   exit program
               end-if
           end-if.

           if pick-value is equal spaces then
               close section-file
               exit program
           end-if.

           set pick-status to 2.

           perform match-one-section
               until scan-eof is equal 1.

           close section-file.

           exit program.

       read-first-section.
           move business-day to sc-date.
           move report-name to sc-name.
           move 0 to sc-seq.

           set scan-eof to 0.

           start section-file
               key is not less than sc-key
               invalid key
                   set scan-eof to 1
                   exit paragraph
           end-start.

           read section-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if sc-date is equal business-day
           and sc-name is equal report-name then
               set any-section to 1
           else
               set scan-eof to 1
           end-if.

           exit paragraph.

      *    MATCH-ONE-SECTION -- THE SECTION IN HAND, THEN THE
      *    NEXT, UNTIL THE VALUE TURNS UP OR THE REPORT ENDS.
       match-one-section.
           if sc-value is equal pick-value then
               move sc-path to section-path
               move sc-value to section-value
               set pick-status to 1
               set scan-eof to 1
               exit paragraph
           end-if.

           read section-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if sc-date is not equal business-day
           or sc-name is not equal report-name then
               set scan-eof to 1
           end-if.

           exit paragraph.

       end program report-section-pick.

      *****************************************

       identification division.
       program-id. report-distribute.

      ************************************************************
      * MAILS A NEWLY CATALOGED REPORT TO ITS SUBSCRIBERS. USERS
      * SUBSCRIBE ON /reports/subscriptions TO A REPORT NAME, AND
      * OPTIONALLY TO ONE BREAK VALUE SUCH AS THEIR OWN DEPARTMENT
      * ("reportsubs.dat"). EACH ENABLED SUBSCRIBER WITH A MAIL
      * ADDRESS IS SENT A SIGNED /dl LINK (link-sign) TO THE PAGES
      * report-section-pick GIVES THEM -- THEIR SECTION, OR THE
      * WHOLE REPORT FOR A SUBSCRIPTION WITHOUT A VALUE -- AND
      * NEVER TO ANYTHING WIDER. EVERY SUBSCRIPTION'S OUTCOME IS
      * RECORDED IN "reportdist.dat" BY REPORT DATE, NAME,
      * SUBSCRIBER AND VALUE: SENT, FAILED (NO ADDRESS, NO
      * SIGNATURE, MAIL REFUSED) OR SKIPPED (DISABLED ACCOUNT, NO
      * SECTION FOR THE VALUE, A VALUE OUTSIDE THE SUBSCRIBER'S
      * DEPARTMENT). A RERUN OF THE REPORT MAILS AGAIN AND
      * REPLACES THE RECORDS. SETTINGS: REPORT_MAIL_FROM (DEFAULT
      * noreply@localhost), REPORT_LINK_BASE (THE SITE ADDRESS THE
      * /dl LINK HANGS FROM) AND REPORT_LINK_TTL (SECONDS, DEFAULT
      * 604800 -- A WEEK).
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select subs-file assign to "reportsubs.dat"
           organization is indexed
           access mode is dynamic
           record key is sb-key
           file status is subs-stat.

           select dist-file assign to "reportdist.dat"
           organization is indexed
           access mode is dynamic
           record key is rd-key
           file status is dist-stat.

           select user-file assign to "users.dat"
           organization is indexed
           access mode is dynamic
           record key is user-name
           file status is user-stat.

       data division.

       file section.
       fd subs-file.
       01 subscription-record.
           05 sb-key.
               10 sb-user   pic x(64).
               10 sb-report pic x(30).
               10 sb-value  pic x(64).
           05 sb-stamp pic x(29).

       fd dist-file.
       01 delivery-record.
           05 rd-key.
               10 rd-date  pic x(8).
               10 rd-name  pic x(30).
               10 rd-user  pic x(64).
               10 rd-value pic x(64).
           05 rd-section pic x(64).
           05 rd-path    pic x(64).
           05 rd-email   pic x(64).
           05 rd-status  pic x(8).
           05 rd-note    pic x(64).
           05 rd-stamp   pic x(29).

       fd user-file.
       01 user-record.
           05 user-name    pic x(64).
           05 user-salt    pic x(16).
           05 user-hash    pic x(40).
           05 user-role    pic x(16).
           05 user-active  pic x(1).
           05 user-created pic x(8).
           05 user-dept    pic x(16).
           05 user-pw-date pic x(8).
           05 user-last-login pic x(8).
           05 user-fail-count pic 9(3).
           05 user-locked  pic x(1).
           05 user-totp    pic x(16).
           05 user-old-hashes pic x(168).
           05 user-email   pic x(64).

       working-storage section.
       77 subs-stat     pic xx.
       77 dist-stat     pic xx.
       77 user-stat     pic xx.
       77 subs-eof      pic 9.
       77 sent-count    pic 9(5).
       77 unsent-count  pic 9(5).
       77 sent-edit     pic z(4)9.
       77 unsent-edit   pic z(4)9.

       77 section-path  pic x(64).
       77 section-value pic x(64).
       77 pick-status   pic 9.

       77 link-base     pic x(128).
       77 link-ttl      pic 9(6).
       77 ttl-days      pic 9(3).
       77 ttl-days-edit pic zz9.
       77 setting-text  pic x(16).
       77 text-length   pic 9(2).
       77 link-path     pic x(256).
       77 signed-url    pic x(512).
       77 sign-status   pic 9.

       77 mail-from     pic x(128).
       77 mail-to       pic x(128).
       77 mail-subject  pic x(128).
       77 mail-body     pic x(4096).
       77 mail-status   pic 9.
       77 body-pointer  pic 9(4).
       77 dist-open     pic 9.
       77 stamp-days    pic 9(4) value 0.

       77 log-level  pic x(5).
       77 log-source pic x(32).
       77 log-text   pic x(256).

       linkage section.
       01 file-path    pic x(64).
       01 business-day pic x(8).
       01 report-name  pic x(30).

       procedure division using file-path, business-day,
                           report-name.

           open input subs-file.

           if subs-stat is not equal "00" then
               exit program
           end-if.

           set mail-from to spaces.
           accept mail-from from environment "REPORT_MAIL_FROM".
           if mail-from is equal spaces then
               set mail-from to "noreply@localhost"
           end-if.

           set link-base to spaces.
           accept link-base from environment "REPORT_LINK_BASE".

           set setting-text to spaces.
           accept setting-text from environment "REPORT_LINK_TTL".
           set text-length to 0.
           inspect setting-text tallying text-length
               for characters before initial space.
           if text-length is greater than 0
           and text-length is not greater than 6
           and setting-text(1:text-length) is numeric then
               move setting-text(1:text-length) to link-ttl
           else
               move 604800 to link-ttl
           end-if.

           divide link-ttl by 86400 giving ttl-days.
           if ttl-days is equal 0 then
               set ttl-days to 1
           end-if.
           move ttl-days to ttl-days-edit.

           open i-o dist-file.

           if dist-stat is equal "35" then
               open output dist-file
               close dist-file
               open i-o dist-file
           end-if.

           set dist-open to 0.
           if dist-stat is equal "00" then
               set dist-open to 1
           end-if.

           open input user-file.

           if user-stat is not equal "00" then
               close subs-file
               if dist-open is equal 1 then
                   close dist-file
               end-if
               exit program
           end-if.

           set sent-count to 0.
           set unsent-count to 0.
           set subs-eof to 0.

           perform distribute-one until subs-eof is equal 1.

           close subs-file.
           close user-file.

           if dist-open is equal 1 then
               close dist-file
           end-if.

           if sent-count is equal 0 and unsent-count is equal 0 then
               exit program
           end-if.

           move sent-count to sent-edit.
           move unsent-count to unsent-edit.
           move "INFO" to log-level.
           move "report-distribute" to log-source.
           set log-text to spaces.
           string
               "REPORT " function trim(report-name) " "
               business-day " MAILED TO "
               function trim(sent-edit) " SUBSCRIBER(S), "
               function trim(unsent-edit) " NOT SENT"
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit program.

      *    DISTRIBUTE-ONE -- ONE SUBSCRIPTION TO THIS REPORT:
      *    WHOSE, WHICH PAGES, THEN THE MAIL AND ITS RECORD.
       distribute-one.
           read subs-file next record
               at end
                   set subs-eof to 1
                   exit paragraph
           end-read.

           if sb-report is not equal report-name then
               exit paragraph
           end-if.

           move spaces to delivery-record.
           move business-day to rd-date.
           move report-name to rd-name.
           move sb-user to rd-user.
           move sb-value to rd-value.

           move sb-user to user-name.

           read user-file
               key is user-name
               invalid key
                   move "SKIPPED" to rd-status
                   move "NO SUCH ACCOUNT" to rd-note
           end-read.

           if rd-status is equal spaces
           and user-active is not equal "1" then
               move "SKIPPED" to rd-status
               move "ACCOUNT DISABLED" to rd-note
           end-if.

           if rd-status is not equal spaces then
               perform record-delivery
               exit paragraph
           end-if.

           call "report-section-pick"
           using by content business-day,
           by content report-name,
           by content user-dept,
           by content sb-value,
           by reference section-path,
           by reference section-value,
           by reference pick-status.

           evaluate pick-status
               when 0
                   move file-path to rd-path
               when 1
                   move section-path to rd-path
                   move section-value to rd-section
               when 2
                   move "SKIPPED" to rd-status
                   move "NO SECTION FOR THE VALUE" to rd-note
               when other
                   move "SKIPPED" to rd-status
                   move "VALUE OUTSIDE THE SUBSCRIBER'S DEPARTMENT"
                       to rd-note
           end-evaluate.

           if rd-status is equal spaces then
               perform mail-one-link
           end-if.

           perform record-delivery.

           exit paragraph.

      *    MAIL-ONE-LINK -- THE SIGNED LINK TO rd-PATH.
       mail-one-link.
           move user-email to rd-email.

           if user-email is equal spaces then
               move "FAILED" to rd-status
               move "NO MAIL ADDRESS" to rd-note
               exit paragraph
           end-if.

           move rd-path to link-path.
           set sign-status to 0.

           call "link-sign"
           using by content link-path,
           by content link-ttl,
           by reference signed-url,
           by reference sign-status.

           if sign-status is equal 0 then
               move "FAILED" to rd-status
               move "NO LINK SIGNED - IS LINK_SECRET SET?" to rd-note
               exit paragraph
           end-if.

           set mail-subject to spaces.
           if rd-section is equal spaces then
               string
                   "Report " function trim(report-name) " for "
                   business-day(1:4) "-" business-day(5:2) "-"
                   business-day(7:2)
                   delimited by size
                   into mail-subject
               end-string
           else
               string
                   "Report " function trim(report-name) " for "
                   business-day(1:4) "-" business-day(5:2) "-"
                   business-day(7:2) " - " function trim(rd-section)
                   delimited by size
                   into mail-subject
               end-string
           end-if.

           set mail-body to spaces.
           set body-pointer to 1.
           string
               "The " function trim(report-name) " report for "
               business-day(1:4) "-" business-day(5:2) "-"
               business-day(7:2) " is ready."
               X"0A" X"0A"
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           if rd-section is not equal spaces then
               string
                   "The link below holds the "
                   function trim(rd-section) " pages only."
                   X"0A" X"0A"
                   delimited by size
                   into mail-body
                   with pointer body-pointer
               end-string
           end-if.

           string
               "Read it here (the link works for "
               function trim(ttl-days-edit) " days):" X"0A"
               function trim(link-base) function trim(signed-url)
               X"0A" X"0A"
               "You receive this because you subscribed to the "
               "report; manage subscriptions at "
               function trim(link-base) "/reports/subscriptions"
               X"0A"
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           move user-email to mail-to.
           set mail-status to 0.

           call "send-mail"
           using by content mail-from,
           by content mail-to,
           by content mail-subject,
           by content mail-body,
           by reference mail-status.

           if mail-status is equal 1 then
               move "SENT" to rd-status
           else
               move "FAILED" to rd-status
               move "MAIL NOT ACCEPTED BY THE RELAY" to rd-note
           end-if.

           exit paragraph.

      *    RECORD-DELIVERY -- THE OUTCOME, STAMPED, IN
      *    reportdist.dat.
       record-delivery.
           if rd-status is equal "SENT" then
               add 1 to sent-count
           else
               add 1 to unsent-count
           end-if.

           call "date-utc"
           using by reference rd-stamp,
           by content stamp-days.

           if dist-open is equal 0 then
               exit paragraph
           end-if.

           write delivery-record
               invalid key
                   rewrite delivery-record
                       invalid key
                           continue
                   end-rewrite
           end-write.

           exit paragraph.

       end program report-distribute.

      *****************************************

       identification division.
       program-id. http-report-subscriptions.

      ************************************************************
      * GET /reports/subscriptions -- THE SIGNED-IN USER'S OWN
      * REPORT SUBSCRIPTIONS, EACH WITH AN UNSUBSCRIBE BUTTON, A
      * FORM TO SUBSCRIBE TO A REPORT NAME (AND OPTIONALLY ONE
      * BREAK VALUE), AND THE LAST 20 DELIVERIES MADE TO THEM
      * WITH HOW EACH WENT. BOTH FORMS POST TO /reports/subscribe.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select subs-file assign to "reportsubs.dat"
           organization is indexed
           access mode is dynamic
           record key is sb-key
           file status is subs-stat.

           select dist-file assign to "reportdist.dat"
           organization is indexed
           access mode is sequential
           record key is rd-key
           file status is dist-stat.

       data division.

       file section.
       fd subs-file.
       01 subscription-record.
           05 sb-key.
               10 sb-user   pic x(64).
               10 sb-report pic x(30).
               10 sb-value  pic x(64).
           05 sb-stamp pic x(29).

       fd dist-file.
       01 delivery-record.
           05 rd-key.
               10 rd-date  pic x(8).
               10 rd-name  pic x(30).
               10 rd-user  pic x(64).
               10 rd-value pic x(64).
           05 rd-section pic x(64).
           05 rd-path    pic x(64).
           05 rd-email   pic x(64).
           05 rd-status  pic x(8).
           05 rd-note    pic x(64).
           05 rd-stamp   pic x(29).

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

       77 subs-stat     pic xx.
       77 dist-stat     pic xx.
       77 scan-eof      pic 9.
       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 shown-count   pic 9(3).
       77 out-pointer   pic 9(5).

      *    THE USER'S LATEST DELIVERIES, OLDEST DROPPED FIRST.
       01 recent-deliveries.
           05 recent occurs 20 times.
               10 rv-date    pic x(8).
               10 rv-name    pic x(30).
               10 rv-section pic x(64).
               10 rv-status  pic x(8).
               10 rv-note    pic x(64).
           05 recent-size pic 9(2).
       77 d             pic 9(2).

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

           set user-name to spaces.
           set user-role to spaces.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Report subscriptions</h1>" X"0A"
               "<table border=" X"22" "1" X"22" ">"
               "<tr><th>Report</th><th>Pages</th><th></th></tr>"
               X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           set shown-count to 0.

           open input subs-file.

           if subs-stat is equal "00" then
               move user-name to sb-user
               move spaces to sb-report
               move spaces to sb-value
               set scan-eof to 0
               start subs-file
                   key is not less than sb-key
                   invalid key
                       set scan-eof to 1
               end-start
               perform list-one-subscription until scan-eof is equal 1
               close subs-file
           end-if.

           string
               "</table>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if shown-count is equal 0 then
               string
                   "<p>You are not subscribed to any report.</p>"
                   X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<h2>Subscribe</h2><form method=" X"22" "POST" X"22"
               " action=" X"22" "/reports/subscribe" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "action" X"22"
               " value=" X"22" "add" X"22" ">"
               "Report <input name=" X"22" "report" X"22" "> "
               "Break value <input name=" X"22" "value" X"22" "> "
               "<button>Subscribe</button></form>" X"0A"
               "<p>Leave the break value blank for the whole "
               "report, or give one value (such as your own "
               "department) for that section only. Where a "
               "report is split by department you receive your "
               "own department's pages whatever you choose.</p>"
               X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           perform load-recent-deliveries.

           string
               "<h2>Recent deliveries</h2>"
               "<table border=" X"22" "1" X"22" ">"
               "<tr><th>Date</th><th>Report</th><th>Pages</th>"
               "<th>Outcome</th></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           perform list-one-delivery
               varying d from recent-size by -1
               until d is less than 1.

           string
               "</table><p><a href=" X"22" "/reports" X"22"
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

      *    LIST-ONE-SUBSCRIPTION -- ONE OF THE USER'S OWN, WITH
      *    ITS UNSUBSCRIBE FORM.
       list-one-subscription.
           read subs-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if sb-user is not equal user-name then
               set scan-eof to 1
               exit paragraph
           end-if.

           add 1 to shown-count.

           move sb-value to attr-source.
           perform escape-attribute.

           string
               "<tr><td>" function trim(sb-report) "</td><td>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if sb-value is equal spaces then
               string
                   "(whole report)"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   attr-text(1:attr-length)
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "</td><td><form method=" X"22" "POST" X"22"
               " action=" X"22" "/reports/subscribe" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "action" X"22"
               " value=" X"22" "remove" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "report" X"22"
               " value=" X"22" function trim(sb-report) X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "value" X"22"
               " value=" X"22" attr-text(1:attr-length) X"22" ">"
               "<button>Unsubscribe</button></form></td></tr>"
               X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    LOAD-RECENT-DELIVERIES -- THE DELIVERY FILE IS IN DATE
      *    ORDER; THE LAST 20 FOR THIS USER ARE KEPT.
       load-recent-deliveries.
           initialize recent-deliveries.

           open input dist-file.

           if dist-stat is not equal "00" then
               exit paragraph
           end-if.

           set scan-eof to 0.

           perform keep-one-delivery until scan-eof is equal 1.

           close dist-file.

           exit paragraph.

       keep-one-delivery.
           read dist-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if rd-user is not equal user-name then
               exit paragraph
           end-if.

           if recent-size is equal 20 then
               perform drop-oldest-delivery
                   varying d from 1 by 1
                   until d is equal 20
           else
               add 1 to recent-size
           end-if.

           move rd-date to rv-date(recent-size).
           move rd-name to rv-name(recent-size).
           move rd-section to rv-section(recent-size).
           move rd-status to rv-status(recent-size).
           move rd-note to rv-note(recent-size).

           exit paragraph.

       drop-oldest-delivery.
           move recent(d + 1) to recent(d).

           exit paragraph.

       list-one-delivery.
           move rv-section(d) to attr-source.
           perform escape-attribute.

           if rv-section(d) is equal spaces then
               move "(whole report)" to attr-text
               set attr-length to 14
           end-if.

           string
               "<tr><td>" rv-date(d) "</td><td>"
               function trim(rv-name(d)) "</td><td>"
               attr-text(1:attr-length) "</td><td>"
               function trim(rv-status(d)) " "
               function trim(rv-note(d)) "</td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

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

       end program http-report-subscriptions.

      *****************************************

       identification division.
       program-id. http-report-subscribe.

      ************************************************************
      * POST /reports/subscribe -- action=add SUBSCRIBES THE
      * SIGNED-IN USER TO "report" (AND, WHEN GIVEN, TO ONE BREAK
      * "value" OF IT); action=remove DROPS THAT SUBSCRIPTION.
      * A USER CHANGES ONLY THEIR OWN. A REPORT THAT HAS NOT RUN
      * YET MAY BE SUBSCRIBED TO AHEAD OF ITS FIRST RUN. EACH
      * CHANGE IS LOGGED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select subs-file assign to "reportsubs.dat"
           organization is indexed
           access mode is dynamic
           record key is sb-key
           file status is subs-stat.

       data division.

       file section.
       fd subs-file.
       01 subscription-record.
           05 sb-key.
               10 sb-user   pic x(64).
               10 sb-report pic x(30).
               10 sb-value  pic x(64).
           05 sb-stamp pic x(29).

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

       77 subs-stat     pic xx.
       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 body-length   pic 9(6).
       77 f             pic 9(3).
       77 want-action   pic x(16).
       77 want-report   pic x(30).
       77 want-value    pic x(64).
       77 outcome-text  pic x(96).
       77 out-pointer   pic 9(5).
       77 blank-count   pic 9(2).
       77 stamp-days    pic 9(4) value 0.

       77 log-level  pic x(5).
       77 log-source pic x(32).
       77 log-text   pic x(256).

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

           set user-name to spaces.
           set user-role to spaces.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set want-action to spaces.
           set want-report to spaces.
           set want-value to spaces.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           perform take-one-field
               varying f from 1 by 1
               until f is greater than parse-get-size.

      *    A REPORT NAME IS A FILE STEM -- ONE WORD.
           set blank-count to 0.
           inspect function trim(want-report)
               tallying blank-count for all space.

           evaluate true
               when user-name is equal spaces
                   set outcome-text to "no signed-in user"
               when want-report is equal spaces
               or blank-count is greater than 0
                   set outcome-text to "refused - name one report"
               when want-action is equal "add"
                   perform add-subscription
               when want-action is equal "remove"
                   perform remove-subscription
               when other
                   set outcome-text to "no action chosen"
           end-evaluate.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Report subscriptions</h1><p>"
               function trim(want-report) ": "
               function trim(outcome-text)
               "</p><p><a href=" X"22" "/reports/subscriptions"
               X"22" ">Back to subscriptions</a></p></body></html>"
               X"0A"
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
           evaluate get-name(f)
               when "action"
                   set want-action to get-value(f)(1:16)
               when "report"
                   set want-report to
                       function trim(get-value(f)(1:30))
               when "value"
                   set want-value to
                       function trim(get-value(f)(1:64))
           end-evaluate.

           exit paragraph.

       add-subscription.
           open i-o subs-file.

           if subs-stat is equal "35" then
               open output subs-file
               close subs-file
               open i-o subs-file
           end-if.

           if subs-stat is not equal "00" then
               set outcome-text to "subscriptions unavailable"
               exit paragraph
           end-if.

           move user-name to sb-user.
           move want-report to sb-report.
           move want-value to sb-value.

           call "date-utc"
           using by reference sb-stamp,
           by content stamp-days.

           write subscription-record
               invalid key
                   set outcome-text to "already subscribed"
               not invalid key
                   set outcome-text to "subscribed"
                   perform log-change
           end-write.

           close subs-file.

           exit paragraph.

       remove-subscription.
           open i-o subs-file.

           if subs-stat is not equal "00" then
               set outcome-text to "not subscribed"
               exit paragraph
           end-if.

           move user-name to sb-user.
           move want-report to sb-report.
           move want-value to sb-value.

           delete subs-file record
               invalid key
                   set outcome-text to "not subscribed"
               not invalid key
                   set outcome-text to "unsubscribed"
                   perform log-change
           end-delete.

           close subs-file.

           exit paragraph.

       log-change.
           move "INFO" to log-level.
           move "http-report-subscribe" to log-source.
           set log-text to spaces.
           string
               "REPORT " function trim(want-report) " ("
               function trim(want-value) ") "
               function trim(outcome-text) " BY "
               function trim(user-name)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program http-report-subscribe.
