       identification division.
       program-id. work-file-add.

      ************************************************************
      * REGISTERS A FILE THAT NEEDS A CLERK -- A LOADER'S REJECT
      * GENERATION, duplicate-report'S LISTING -- AS AN OPEN ITEM
      * OF THE /work INBOX (http-work-inbox, BELOW, SAME FILE).
      * workitems.dat KEEPS ONE RECORD PER FILE, NUMBERED FROM
      * THE "WORKITEM" db-sequence: ITS TYPE (REJECTS,
      * DUPLICATES), PATH, LINE COUNT, BUSINESS DAY, PRODUCER AND
      * WHEN IT WAS RAISED. A FILE ALREADY OPEN UNDER THE SAME
      * PATH (A REPORT RERUN THE SAME DAY) IS REFRESHED IN PLACE
      * INSTEAD OF RAISED TWICE. THE ITEM STAYS OPEN UNTIL A
      * CLERK MARKS IT DONE ON /work/file (OR work-file-close,
      * BELOW, CLOSES IT). THE OPTIONAL TRAILING item-id COMES
      * BACK WITH THE ITEM'S NUMBER (SPACES IF IT COULD NOT BE
      * RECORDED).
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select work-file assign to "workitems.dat"
           organization is indexed
           access mode is dynamic
           record key is wf-id
           file status is work-stat.

       data division.

       file section.
       fd work-file.
       01 work-file-record.
           05 wf-id       pic x(10).
           05 wf-type     pic x(12).
           05 wf-path     pic x(256).
           05 wf-count    pic 9(7).
           05 wf-day      pic x(8).
           05 wf-producer pic x(30).
           05 wf-stamp    pic x(29).
           05 wf-epoch    pic 9(11).
           05 wf-status   pic x(8).
           05 wf-closer   pic x(64).

       working-storage section.
       77 work-stat   pic xx.
       77 scan-eof    pic 9.
       77 item-found  pic 9.
       77 seq-name    pic x(30).
       77 next-value  pic 9(11).
       77 seq-status  pic 9.
       77 id-edit     pic z(9)9.
       77 made-stamp  pic x(29).
       77 stamp-days  pic 9(4) value 0.
       77 today-int   pic 9(8).
       77 now-epoch   pic 9(11).

       linkage section.
       01 item-type  pic x(12).
       01 file-path  pic x(256).
       01 item-count pic 9(7).
       01 item-day   pic x(8).
       01 producer   pic x(30).
       01 item-id    pic x(10).

       procedure division using item-type, file-path, item-count,
                           item-day, producer, optional item-id.

           if address of item-id is not equal null then
               move spaces to item-id
           end-if.

           call "date-utc"
           using by reference made-stamp,
           by content stamp-days.

           move function current-date(1:8) to today-int.
           compute now-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           open i-o work-file.

           if work-stat is equal "35" then
               open output work-file
               close work-file
               open i-o work-file
           end-if.

           if work-stat is not equal "00" then
               exit program
           end-if.

      *    THE SAME FILE STILL OPEN -- REFRESH IT AND STOP.
           set item-found to 0.
           set scan-eof to 0.

           perform match-one-item until scan-eof is equal 1.

           if item-found is equal 1 then
               move item-count to wf-count
               move made-stamp to wf-stamp
               move now-epoch to wf-epoch
               rewrite work-file-record
               invalid key
                   continue
               end-rewrite
               close work-file
               perform return-item-id
               exit program
           end-if.

           set seq-name to "WORKITEM".
           set seq-status to 0.

           call "db-sequence"
           using by content seq-name,
           by reference next-value,
           by reference seq-status.

           if seq-status is equal 0 then
               close work-file
               exit program
           end-if.

           move next-value to id-edit.

           move spaces to work-file-record.
           move function trim(id-edit) to wf-id.
           move item-type to wf-type.
           move file-path to wf-path.
           move item-count to wf-count.
           move item-day to wf-day.
           move producer to wf-producer.
           move made-stamp to wf-stamp.
           move now-epoch to wf-epoch.
           move "OPEN" to wf-status.

           write work-file-record
           invalid key
               close work-file
               exit program
           end-write.

           close work-file.

           perform return-item-id.

           exit program.

       return-item-id.
           if address of item-id is not equal null then
               move wf-id to item-id
           end-if.

           exit paragraph.

      *    MATCH-ONE-ITEM -- AN OPEN RECORD FOR THE SAME PATH STAYS
      *    THE CURRENT RECORD, READY FOR THE REWRITE.
       match-one-item.
           read work-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if wf-path is equal file-path
           and wf-status is equal "OPEN" then
               set item-found to 1
               set scan-eof to 1
           end-if.

           exit paragraph.

       end program work-file-add.

      *****************************************

       identification division.
       program-id. work-file-close.

      ************************************************************
      * CLOSES ONE workitems.dat ITEM FROM A PROGRAM RATHER THAN
      * THE /work/done BUTTON -- THE REJECT REPAIR SCREEN CALLS
      * THIS WHEN THE LAST LINE OF A REJECT SET IS RESUBMITTED OR
      * WRITTEN OFF. status-func 1 WHEN AN OPEN ITEM WAS CLOSED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select work-file assign to "workitems.dat"
           organization is indexed
           access mode is dynamic
           record key is wf-id
           file status is work-stat.

       data division.

       file section.
       fd work-file.
       01 work-file-record.
           05 wf-id       pic x(10).
           05 wf-type     pic x(12).
           05 wf-path     pic x(256).
           05 wf-count    pic 9(7).
           05 wf-day      pic x(8).
           05 wf-producer pic x(30).
           05 wf-stamp    pic x(29).
           05 wf-epoch    pic 9(11).
           05 wf-status   pic x(8).
           05 wf-closer   pic x(64).

       working-storage section.
       77 work-stat   pic xx.

       linkage section.
       01 item-id     pic x(10).
       01 closer      pic x(64).
       01 status-func pic 9.

       procedure division using item-id, closer, status-func.

           set status-func to 0.

           open i-o work-file.

           if work-stat is not equal "00" then
               exit program
           end-if.

           move item-id to wf-id.

           read work-file
               key is wf-id
               invalid key
                   close work-file
                   exit program
           end-read.

           if wf-status is equal "OPEN" then
               move "DONE" to wf-status
               move closer to wf-closer
               rewrite work-file-record
                   invalid key
                       continue
                   not invalid key
                       set status-func to 1
               end-rewrite
           end-if.

           close work-file.

           exit program.

       end program work-file-close.

      *****************************************

       identification division.
       program-id. work-supervisor.

      ************************************************************
      * ANSWERS WHETHER A ROLE SUPERVISES THE CLERKS' WORK -- A
      * SUPERVISOR SEES EVERY OPEN ITEM ON /work, ASSIGNS ITEMS
      * TO NAMED CLERKS AND GETS THE DAILY AGING MAIL. THE
      * "SUPERVISOR <role>" LINES OF "workinbox.cfg" NAME THE
      * ROLES; A SITE WITH NO SUCH LINE HAS THE supervisor AND
      * admin ROLES.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select inbox-config assign to "workinbox.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd inbox-config.
       01 config-record pic x(128).

       working-storage section.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       77 lines-seen    pic 9(3).
       01 config-fields.
           05 cfg-word  pic x(12).
           05 cfg-role  pic x(16).

       linkage section.
       01 role-name     pic x(16).
       01 is-supervisor pic 9.

       procedure division using role-name, is-supervisor.

           set is-supervisor to 0.
           set lines-seen to 0.

           if role-name is equal spaces then
               exit program
           end-if.

           open input inbox-config.

           if config-stat is equal "00" then
               set config-eof to 0
               perform take-one-line until config-eof is equal 1
               close inbox-config
           end-if.

           if lines-seen is equal 0 then
               if role-name is equal "supervisor"
               or role-name is equal "admin" then
                   set is-supervisor to 1
               end-if
           end-if.

           exit program.

       take-one-line.
           read inbox-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-word, cfg-role
           end-unstring.

           if cfg-word is not equal "SUPERVISOR" then
               exit paragraph
           end-if.

           add 1 to lines-seen.

           if cfg-role is equal role-name then
               set is-supervisor to 1
           end-if.

           exit paragraph.

       end program work-supervisor.

      *****************************************

       identification division.
       program-id. work-gather.

      ************************************************************
      * GATHERS EVERY OPEN ITEM A CLERK MAY HAVE TO ACT ON, FROM
      * ALL THE PLACES THE SYSTEM PARKS THEM:
      *
      *   APPROVAL   pending.dat CHANGES WAITING FOR A CHECKER
      *   UPLOAD     quarantine.dat FILES WAITING FOR RELEASE
      *   BATCH      entrybatch.dat ENTRIES NOT YET POSTED (ONE
      *              ITEM PER CLERK'S BATCH)
      *   EXCEPTION  OPEN ROWS OF THE EXCEPTION_TABLE
      *   REJECTS    LOADER REJECT FILES (workitems.dat)
      *   DUPLICATES duplicate-report LISTINGS (workitems.dat)
      *   DEADLETTER webhookq.dat EVENTS THE DISPATCHER GAVE UP ON
      *   DELIVERY   deliveries.dat PARTNER FILES NOT ACKED
      *
      * WHO SEES WHAT: A LINE "<type> <role|*>" IN workinbox.cfg
      * GIVES THAT ROLE THE TYPE, AND ONCE ANY LINE NAMES A TYPE
      * ONLY THE LINES DECIDE IT. A TYPE NO LINE NAMES FALLS BACK
      * TO THE SCREEN THAT RESOLVES IT: APPROVAL AND UPLOAD TO THE
      * approver AND admin ROLES, EVERYTHING ELSE TO admin. ON TOP
      * OF THE LINES A CLERK ALWAYS SEES THEIR OWN BATCH, THE
      * EXCEPTIONS RAISED FOR THEIR ROLE, AND ANY ITEM ASSIGNED TO
      * THEM (workassign.dat, SET BY A SUPERVISOR ON /work).
      * whole-view 1 (A SUPERVISOR, OR THE AGING MAIL) TAKES EVERY
      * TYPE. A VIEWER WITH A DEPARTMENT IS STILL HELD TO IT FOR
      * APPROVALS AND EXCEPTIONS ON A rowscope.cfg TABLE, THE SAME
      * row-scope-allow TEST THE BROWSE SCREENS MAKE.
      *
      * THE ITEMS COME BACK OLDEST FIRST. ONLY THE 200 OLDEST
      * FIT; work-item-over COUNTS THE NEWER ONES LEFT OUT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select inbox-config assign to "workinbox.cfg"
           organization is line sequential
           file status is config-stat.

           select assign-file assign to "workassign.dat"
           organization is indexed
           access mode is dynamic
           record key is ag-ref
           file status is assign-stat.

           select pending-file assign to "pending.dat"
           organization is indexed
           access mode is sequential
           record key is pd-id
           file status is pending-stat.

           select quarantine-store assign to "quarantine.dat"
           organization is indexed
           access mode is sequential
           record key is qr-id
           file status is quarantine-stat.

           select batch-file assign to "entrybatch.dat"
           organization is indexed
           access mode is sequential
           record key is eb-fullkey
           file status is batch-stat.

           select work-file assign to "workitems.dat"
           organization is indexed
           access mode is sequential
           record key is wf-id
           file status is work-stat.

           select delivery-file assign to "webhookq.dat"
           organization is indexed
           access mode is sequential
           record key is dl-id
           file status is delivery-stat.

           select ledger-file assign to "deliveries.dat"
           organization is indexed
           access mode is sequential
           record key is dv-key
           file status is ledger-stat.

       data division.

       file section.
       fd inbox-config.
       01 config-record pic x(128).

       fd assign-file.
       01 assign-record.
           05 ag-ref      pic x(64).
           05 ag-clerk    pic x(64).
           05 ag-by       pic x(64).
           05 ag-stamp    pic x(29).

       fd pending-file.
       01 pending-record.
           05 pd-id      pic x(10).
           05 pd-table   pic x(30).
           05 pd-key     pic x(50).
           05 pd-value   pic x(1024).
           05 pd-maker   pic x(64).
           05 pd-stamp   pic x(29).
           05 pd-status  pic x(10).
           05 pd-checker pic x(64).

       fd quarantine-store.
       01 quarantine-record.
           05 qr-id       pic x(10).
           05 qr-user     pic x(64).
           05 qr-route    pic x(64).
           05 qr-original pic x(128).
           05 qr-size     pic 9(9).
           05 qr-stamp    pic x(29).
           05 qr-status   pic x(10).
           05 qr-reviewer pic x(64).

       fd batch-file.
       01 batch-entry-record.
           05 eb-fullkey.
               10 eb-user pic x(64).
               10 eb-seq  pic x(10).
           05 eb-table pic x(30).
           05 eb-key   pic x(50).
           05 eb-value pic x(1024).
           05 eb-stamp pic x(29).

       fd work-file.
       01 work-file-record.
           05 wf-id       pic x(10).
           05 wf-type     pic x(12).
           05 wf-path     pic x(256).
           05 wf-count    pic 9(7).
           05 wf-day      pic x(8).
           05 wf-producer pic x(30).
           05 wf-stamp    pic x(29).
           05 wf-epoch    pic 9(11).
           05 wf-status   pic x(8).
           05 wf-closer   pic x(64).

       fd delivery-file.
       01 delivery-record.
           05 dl-id      pic x(11).
           05 dl-channel pic x(30).
           05 dl-url     pic x(256).
           05 dl-state   pic x(8).
           05 dl-tries   pic 9(3).
           05 dl-next    pic 9(11).
           05 dl-payload pic x(512).

       fd ledger-file.
       01 ledger-record.
           05 dv-key.
               10 dv-name pic x(30).
               10 dv-date pic x(8).
           05 dv-state   pic x(8).
           05 dv-tries   pic 9(3).
           05 dv-records pic 9(7).
           05 dv-bytes   pic 9(9).
           05 dv-stamp   pic x(29).

       working-storage section.
       77 config-stat     pic xx.
       77 config-eof      pic 9.
       77 assign-stat     pic xx.
       77 assign-open     pic 9.
       77 pending-stat    pic xx.
       77 quarantine-stat pic xx.
       77 batch-stat      pic xx.
       77 work-stat       pic xx.
       77 delivery-stat   pic xx.
       77 ledger-stat     pic xx.
       77 scan-eof        pic 9.

       01 config-fields.
           05 cfg-type  pic x(12).
           05 cfg-role  pic x(16).

       01 type-rules.
           05 type-rule occurs 50 times.
               10 tr-type pic x(12).
               10 tr-role pic x(16).
           05 type-rule-size pic 9(2).
       77 t               pic 9(2).
       77 type-named      pic 9.
       77 role-allowed    pic 9.
       77 dept-allowed    pic 9.

      *    THE ITEM BEING OFFERED TO THE LIST.
       01 candidate.
           05 cand-type     pic x(12).
           05 cand-ref      pic x(64).
           05 cand-title    pic x(96).
           05 cand-epoch    pic 9(11).
           05 cand-link     pic x(160).
           05 cand-assignee pic x(64).
           05 cand-owned    pic 9.
           05 cand-table    pic x(30).
           05 cand-row-key  pic x(50).
           05 cand-row      pic x(1024).

       77 p               pic 9(3).
       77 shift-done      pic 9.
       77 count-edit      pic z(6)9.
       77 tries-edit      pic zz9.

       77 batch-user      pic x(64).
       77 batch-count     pic 9(5).
       77 batch-epoch     pic 9(11).

       77 exception-table pic x(30).
       77 blank-key       pic x(50).
       77 resume-key      pic x(50).
       77 page-done       pic 9.
       77 query-status    pic 9.
       77 fetch-count     pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 r               pic 9(3).

       01 exception-row.
           05 ex-rule       pic x(16).
           05 ex-table      pic x(30).
           05 ex-row-key    pic x(50).
           05 ex-severity   pic x(10).
           05 ex-role       pic x(16).
           05 ex-status     pic x(10).
           05 ex-opened     pic x(14).
           05 ex-opened-day pic x(8).
           05 ex-closed     pic x(14).
           05 ex-closed-day pic x(8).
           05 ex-times      pic 9(5).
           05 ex-reason     pic x(80).
           05 ex-condition  pic x(120).
           05 filler        pic x(642).

      *    THE DEPARTMENT TEST'S OWN LOOKUP, APART FROM THE PAGE
      *    OF EXCEPTIONS BEING WALKED.
       77 scope-field     pic x(30).
       77 scope-found     pic 9.
       77 scope-status    pic 9.
       77 scope-count     pic 9(3).
       01 scope-rows.
           05 scope-row occurs 50 times.
               10 scope-row-key   pic x(50).
               10 scope-row-value pic x(1024).

      *    A date-utc STAMP ("Wed, 14 Oct 2026 12:00:00 GMT") OR
      *    A YYYYMMDDHHMMSS ONE, TURNED INTO EPOCH SECONDS.
       77 stamp-text      pic x(29).
       77 stamp-epoch     pic 9(11).
       01 stamp-fields.
           05 st-day-name pic x(4).
           05 st-dd       pic x(2).
           05 st-mon      pic x(3).
           05 st-yyyy     pic x(4).
           05 st-time     pic x(8).
       77 month-num       pic 9(2).
       77 stamp-day       pic x(8).
       77 stamp-date-num  pic 9(8).
       77 clock-hh        pic 9(2).
       77 clock-mi        pic 9(2).
       77 clock-ss        pic 9(2).

       linkage section.
       01 viewer-name pic x(64).
       01 viewer-role pic x(16).
       01 viewer-dept pic x(16).
       01 whole-view  pic 9.
       01 work-items.
           05 work-item occurs 200 times.
               10 wi-type     pic x(12).
               10 wi-ref      pic x(64).
               10 wi-title    pic x(96).
               10 wi-epoch    pic 9(11).
               10 wi-link     pic x(160).
               10 wi-assignee pic x(64).
           05 work-item-size pic 9(3).
           05 work-item-over pic 9(5).

       procedure division using viewer-name, viewer-role,
                           viewer-dept, whole-view, work-items.

           initialize work-items.

           perform load-type-rules.

           set assign-open to 0.
           open input assign-file.

           if assign-stat is equal "00" then
               set assign-open to 1
           end-if.

           perform gather-approvals.
           perform gather-uploads.
           perform gather-batches.
           perform gather-exceptions.
           perform gather-file-items.
           perform gather-dead-letters.
           perform gather-deliveries.

           if assign-open is equal 1 then
               close assign-file
           end-if.

           exit program.

      *    LOAD-TYPE-RULES -- THE "<type> <role|*>" LINES; THE
      *    SUPERVISOR LINES ARE work-supervisor'S BUSINESS.
       load-type-rules.
           initialize type-rules.

           open input inbox-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform take-one-rule until config-eof is equal 1.

           close inbox-config.

           exit paragraph.

       take-one-rule.
           read inbox-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-type, cfg-role
           end-unstring.

           if cfg-type is equal spaces
           or cfg-type is equal "SUPERVISOR"
           or cfg-role is equal spaces
           or type-rule-size is equal 50 then
               exit paragraph
           end-if.

           add 1 to type-rule-size.
           move cfg-type to tr-type(type-rule-size).
           move cfg-role to tr-role(type-rule-size).

           exit paragraph.

      *    GATHER-APPROVALS -- EVERY PENDING CHANGE.
       gather-approvals.
           open input pending-file.

           if pending-stat is not equal "00" then
               exit paragraph
           end-if.

           set scan-eof to 0.

           perform read-one-pending until scan-eof is equal 1.

           close pending-file.

           exit paragraph.

       read-one-pending.
           read pending-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if pd-status is not equal "PENDING" then
               exit paragraph
           end-if.

           initialize candidate.
           move "APPROVAL" to cand-type.

           string
               "APPROVAL/" function trim(pd-id)
               delimited by size
               into cand-ref
           end-string.

           string
               function trim(pd-table) " " function trim(pd-key)
               " - change by " function trim(pd-maker)
               delimited by size
               into cand-title
           end-string.

           move pd-stamp to stamp-text.
           perform stamp-to-epoch.
           move stamp-epoch to cand-epoch.

           move "/maintain/approvals" to cand-link.
           move pd-table to cand-table.
           move pd-value to cand-row.

           perform offer-candidate.

           exit paragraph.

      *    GATHER-UPLOADS -- EVERY QUARANTINED UPLOAD.
       gather-uploads.
           open input quarantine-store.

           if quarantine-stat is not equal "00" then
               exit paragraph
           end-if.

           set scan-eof to 0.

           perform read-one-upload until scan-eof is equal 1.

           close quarantine-store.

           exit paragraph.

       read-one-upload.
           read quarantine-store next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if qr-status is not equal "PENDING" then
               exit paragraph
           end-if.

           initialize candidate.
           move "UPLOAD" to cand-type.

           string
               "UPLOAD/" function trim(qr-id)
               delimited by size
               into cand-ref
           end-string.

           string
               function trim(qr-original) " from "
               function trim(qr-user) " via "
               function trim(qr-route)
               delimited by size
               into cand-title
           end-string.

           move qr-stamp to stamp-text.
           perform stamp-to-epoch.
           move stamp-epoch to cand-epoch.

           move "/maintain/uploads" to cand-link.

           perform offer-candidate.

           exit paragraph.

      *    GATHER-BATCHES -- THE FILE IS IN CLERK ORDER, SO EACH
      *    CLERK'S ENTRIES ARE ONE RUN; ONE ITEM PER RUN, AS OLD
      *    AS ITS FIRST ENTRY.
       gather-batches.
           open input batch-file.

           if batch-stat is not equal "00" then
               exit paragraph
           end-if.

           move spaces to batch-user.
           set batch-count to 0.
           set batch-epoch to 0.
           set scan-eof to 0.

           perform read-one-entry until scan-eof is equal 1.

           perform flush-batch.

           close batch-file.

           exit paragraph.

       read-one-entry.
           read batch-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if eb-user is not equal batch-user then
               perform flush-batch
               move eb-user to batch-user
               move eb-stamp to stamp-text
               perform stamp-to-epoch
               move stamp-epoch to batch-epoch
           end-if.

           add 1 to batch-count.

           exit paragraph.

       flush-batch.
           if batch-count is equal 0 then
               exit paragraph
           end-if.

           initialize candidate.
           move "BATCH" to cand-type.

           string
               "BATCH/" function trim(batch-user)
               delimited by size
               into cand-ref
           end-string.

           move batch-count to count-edit.
           string
               function trim(count-edit) " unposted entries by "
               function trim(batch-user)
               delimited by size
               into cand-title
           end-string.

           move batch-epoch to cand-epoch.
           move "/maintain/batch" to cand-link.

           if batch-user is equal viewer-name then
               set cand-owned to 1
           end-if.

           perform offer-candidate.

           set batch-count to 0.

           exit paragraph.

      *    GATHER-EXCEPTIONS -- THE OPEN ROWS OF THE EXCEPTION
      *    TABLE, A db-query PAGE AT A TIME.
       gather-exceptions.
           set exception-table to spaces.
           accept exception-table from environment "EXCEPTION_TABLE".

           if exception-table is equal spaces then
               set exception-table to "exceptions"
           end-if.

           move spaces to blank-key.
           move spaces to resume-key.
           set page-done to 0.

           perform gather-one-page until page-done is equal 1.

           exit paragraph.

       gather-one-page.
           set fetch-count to 0.
           set query-status to 0.

           call "db-query"
           using by content exception-table,
           by content blank-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status,
           by content resume-key.

           if fetch-count is equal 0 then
               set page-done to 1
               exit paragraph
           end-if.

           perform gather-one-exception
               varying r from 1 by 1
               until r is greater than fetch-count.

           move fetch-row-key(fetch-count) to resume-key.

           if fetch-count is less than 50 then
               set page-done to 1
           end-if.

           exit paragraph.

       gather-one-exception.
           move fetch-row-value(r) to exception-row.

           if ex-status is not equal "OPEN" then
               exit paragraph
           end-if.

           initialize candidate.
           move "EXCEPTION" to cand-type.

           string
               "EXCEPTION/" function trim(fetch-row-key(r))
               delimited by size
               into cand-ref
           end-string.

           string
               function trim(ex-severity) " "
               function trim(ex-rule) " on "
               function trim(ex-table) " "
               function trim(ex-row-key)
               delimited by size
               into cand-title
           end-string.

           set stamp-epoch to 0.

           if ex-opened is numeric then
               move ex-opened(1:8) to stamp-day
               move ex-opened(9:2) to clock-hh
               move ex-opened(11:2) to clock-mi
               move ex-opened(13:2) to clock-ss
               perform day-clock-to-epoch
           end-if.

           move stamp-epoch to cand-epoch.

           string
               "/maintain/edit?table=" function trim(ex-table)
               "&key=" function trim(ex-row-key)
               delimited by size
               into cand-link
           end-string.

           if ex-role is equal viewer-role
           and viewer-role is not equal spaces then
               set cand-owned to 1
           end-if.

           move ex-table to cand-table.
           move ex-row-key to cand-row-key.

           perform offer-candidate.

           exit paragraph.

      *    GATHER-FILE-ITEMS -- THE OPEN workitems.dat FILES.
       gather-file-items.
           open input work-file.

           if work-stat is not equal "00" then
               exit paragraph
           end-if.

           set scan-eof to 0.

           perform read-one-file-item until scan-eof is equal 1.

           close work-file.

           exit paragraph.

       read-one-file-item.
           read work-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if wf-status is not equal "OPEN" then
               exit paragraph
           end-if.

           initialize candidate.
           move wf-type to cand-type.

           string
               function trim(wf-type) "/" function trim(wf-id)
               delimited by size
               into cand-ref
           end-string.

           move wf-count to count-edit.
           string
               function trim(count-edit) " line(s) in "
               function trim(wf-path) " from "
               function trim(wf-producer) " of " wf-day
               delimited by size
               into cand-title
           end-string.

           move wf-epoch to cand-epoch.

      *    A LOADER'S REJECTS OPEN ON THE REPAIR SCREEN; ANY
      *    OTHER FILE ON THE PLAIN VIEWER.
           if wf-type is equal "REJECTS" then
               string
                   "/maintain/rejects?set=" function trim(wf-id)
                   delimited by size
                   into cand-link
               end-string
           else
               string
                   "/work/file?id=" function trim(wf-id)
                   delimited by size
                   into cand-link
               end-string
           end-if.

           perform offer-candidate.

           exit paragraph.

      *    GATHER-DEAD-LETTERS -- THE EVENTS THE DISPATCHER GAVE
      *    UP ON. NO SCREEN RESOLVES THEM; THE INBOX SAYS HOW.
       gather-dead-letters.
           open input delivery-file.

           if delivery-stat is not equal "00" then
               exit paragraph
           end-if.

           set scan-eof to 0.

           perform read-one-dead-letter until scan-eof is equal 1.

           close delivery-file.

           exit paragraph.

       read-one-dead-letter.
           read delivery-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if dl-state is not equal "DEAD" then
               exit paragraph
           end-if.

           initialize candidate.
           move "DEADLETTER" to cand-type.

           string
               "DEADLETTER/" function trim(dl-id)
               delimited by size
               into cand-ref
           end-string.

           move dl-tries to tries-edit.
           string
               function trim(dl-channel) " event to "
               function trim(dl-url) " gave up after "
               function trim(tries-edit) " tries"
               delimited by size
               into cand-title
           end-string.

           move dl-next to cand-epoch.

           perform offer-candidate.

           exit paragraph.

      *    GATHER-DELIVERIES -- PARTNER FILES NOT YET ACKED, AS OLD
      *    AS THEIR BUSINESS DATE.
       gather-deliveries.
           open input ledger-file.

           if ledger-stat is not equal "00" then
               exit paragraph
           end-if.

           set scan-eof to 0.

           perform read-one-delivery until scan-eof is equal 1.

           close ledger-file.

           exit paragraph.

       read-one-delivery.
           read ledger-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if dv-state is equal "ACKED" then
               exit paragraph
           end-if.

           initialize candidate.
           move "DELIVERY" to cand-type.

           string
               "DELIVERY/" function trim(dv-name) "/" dv-date
               delimited by size
               into cand-ref
           end-string.

           move dv-tries to tries-edit.
           string
               function trim(dv-name) " file of " dv-date " "
               function trim(dv-state) " after "
               function trim(tries-edit) " tries"
               delimited by size
               into cand-title
           end-string.

           set stamp-epoch to 0.

           if dv-date is numeric then
               move dv-date to stamp-day
               set clock-hh to 0
               set clock-mi to 0
               set clock-ss to 0
               perform day-clock-to-epoch
           end-if.

           move stamp-epoch to cand-epoch.

           perform offer-candidate.

           exit paragraph.

      *    OFFER-CANDIDATE -- THE ASSIGNMENT LOOKED UP, THE ROLE
      *    AND DEPARTMENT TESTS MADE, AND A SURVIVOR PLACED.
       offer-candidate.
           perform find-assignee.

           if whole-view is equal 0 then
               perform judge-role-access
               if cand-owned is equal 1 then
                   set role-allowed to 1
               end-if
               if cand-assignee is equal viewer-name
               and viewer-name is not equal spaces then
                   set role-allowed to 1
               end-if
               if role-allowed is equal 0 then
                   exit paragraph
               end-if
           end-if.

           perform judge-department.

           if dept-allowed is equal 0 then
               exit paragraph
           end-if.

           perform place-candidate.

           exit paragraph.

       find-assignee.
           move spaces to cand-assignee.

           if assign-open is equal 0 then
               exit paragraph
           end-if.

           move cand-ref to ag-ref.

           read assign-file
               key is ag-ref
               invalid key
                   exit paragraph
           end-read.

           move ag-clerk to cand-assignee.

           exit paragraph.

      *    JUDGE-ROLE-ACCESS -- workinbox.cfg FIRST, THE BUILT-IN
      *    DEFAULTS FOR A TYPE NO LINE NAMES.
       judge-role-access.
           set role-allowed to 0.
           set type-named to 0.

           perform match-one-rule
               varying t from 1 by 1
               until t is greater than type-rule-size.

           if type-named is equal 1 then
               exit paragraph
           end-if.

           evaluate cand-type
               when "APPROVAL"
               when "UPLOAD"
                   if viewer-role is equal "approver"
                   or viewer-role is equal "admin" then
                       set role-allowed to 1
                   end-if
               when other
                   if viewer-role is equal "admin" then
                       set role-allowed to 1
                   end-if
           end-evaluate.

           exit paragraph.

       match-one-rule.
           if tr-type(t) is not equal cand-type then
               exit paragraph
           end-if.

           set type-named to 1.

           if tr-role(t) is equal "*"
           or tr-role(t) is equal viewer-role then
               set role-allowed to 1
           end-if.

           exit paragraph.

      *    JUDGE-DEPARTMENT -- ONLY A VIEWER WITH A DEPARTMENT AND
      *    AN ITEM ON A SCOPED TABLE IS TESTED; AN EXCEPTION'S ROW
      *    IS FETCHED FOR THE TEST, AND ONE NO LONGER ON FILE
      *    PASSES.
       judge-department.
           set dept-allowed to 1.

           if viewer-dept is equal spaces
           or cand-table is equal spaces then
               exit paragraph
           end-if.

           set scope-field to spaces.
           set scope-found to 0.

           call "table-scope-field"
           using by content cand-table,
           by reference scope-field,
           by reference scope-found.

           if scope-found is equal 0 then
               exit paragraph
           end-if.

           if cand-row is equal spaces
           and cand-row-key is not equal spaces then
               set scope-count to 0
               set scope-status to 0

               call "db-query"
               using by content cand-table,
               by content cand-row-key,
               by reference scope-rows,
               by reference scope-count,
               by reference scope-status

               if scope-status is equal 1 then
                   move scope-row-value(1) to cand-row
               end-if
           end-if.

           if cand-row is equal spaces then
               exit paragraph
           end-if.

           call "row-scope-allow"
           using by content cand-table,
           by content scope-field,
           by content cand-row,
           by content viewer-dept,
           by reference dept-allowed.

           exit paragraph.

      *    PLACE-CANDIDATE -- INSERTED IN AGE ORDER, OLDEST FIRST;
      *    A FULL LIST DROPS ITS NEWEST ITEM TO MAKE ROOM FOR AN
      *    OLDER ONE.
       place-candidate.
           if work-item-size is equal 200 then
               add 1 to work-item-over
               if cand-epoch is not less than wi-epoch(200) then
                   exit paragraph
               end-if
               set work-item-size to 199
           end-if.

           compute p = work-item-size + 1.
           set shift-done to 0.

           perform shift-one-item until shift-done is equal 1.

           move cand-type to wi-type(p).
           move cand-ref to wi-ref(p).
           move cand-title to wi-title(p).
           move cand-epoch to wi-epoch(p).
           move cand-link to wi-link(p).
           move cand-assignee to wi-assignee(p).

           add 1 to work-item-size.

           exit paragraph.

       shift-one-item.
           if p is equal 1 then
               set shift-done to 1
               exit paragraph
           end-if.

           if wi-epoch(p - 1) is not greater than cand-epoch then
               set shift-done to 1
               exit paragraph
           end-if.

           move work-item(p - 1) to work-item(p).
           subtract 1 from p.

           exit paragraph.

      *    STAMP-TO-EPOCH -- A date-utc STAMP IN stamp-text INTO
      *    stamp-epoch; ONE THAT WILL NOT PARSE COMES BACK 0.
       stamp-to-epoch.
           set stamp-epoch to 0.
           initialize stamp-fields.

           unstring stamp-text delimited by all X"20"
               into st-day-name, st-dd, st-mon, st-yyyy, st-time
           end-unstring.

           perform month-number-of.

           if month-num is equal 0
           or st-time(1:2) is not numeric
           or st-time(4:2) is not numeric
           or st-time(7:2) is not numeric then
               exit paragraph
           end-if.

           move spaces to stamp-day.
           string
               st-yyyy month-num st-dd
               delimited by size
               into stamp-day
           end-string.

           move st-time(1:2) to clock-hh.
           move st-time(4:2) to clock-mi.
           move st-time(7:2) to clock-ss.

           perform day-clock-to-epoch.

           exit paragraph.

      *    DAY-CLOCK-TO-EPOCH -- stamp-day (YYYYMMDD) AND THE CLOCK
      *    FIELDS INTO stamp-epoch, THE SAME INTEGER-OF-DATE
      *    RECKONING THE REST OF THE SYSTEM STAMPS WITH.
       day-clock-to-epoch.
           set stamp-epoch to 0.

           if stamp-day is not numeric then
               exit paragraph
           end-if.

           move stamp-day to stamp-date-num.

           if stamp-date-num is less than 16010101 then
               exit paragraph
           end-if.

           compute stamp-epoch =
               function integer-of-date(stamp-date-num) * 86400
               + clock-hh * 3600 + clock-mi * 60 + clock-ss.

           exit paragraph.

      *    MONTH-NUMBER-OF -- THE "Jan".."Dec" TOKEN date-utc
      *    WRITES, BACK INTO ITS NUMBER.
       month-number-of.
           evaluate st-mon
               when "Jan"
                   set month-num to 1
               when "Feb"
                   set month-num to 2
               when "Mar"
                   set month-num to 3
               when "Apr"
                   set month-num to 4
               when "May"
                   set month-num to 5
               when "Jun"
                   set month-num to 6
               when "Jul"
                   set month-num to 7
               when "Aug"
                   set month-num to 8
               when "Sep"
                   set month-num to 9
               when "Oct"
                   set month-num to 10
               when "Nov"
                   set month-num to 11
               when "Dec"
                   set month-num to 12
               when other
                   set month-num to 0
           end-evaluate.

           exit paragraph.

       end program work-gather.

      *****************************************

       identification division.
       program-id. work-item-visible.

      ************************************************************
      * ANSWERS WHETHER ONE ITEM (ITS "TYPE/ID" REFERENCE) IS ON
      * THE VIEWER'S /work LIST -- THE TEST /work/file AND
      * /work/done MAKE BEFORE SHOWING OR CLOSING A FILE, SO A
      * HAND-TYPED ID REACHES NO MORE THAN THE INBOX DOES. A
      * SUPERVISOR SEES EVERY ITEM.
      ************************************************************

       data division.

       working-storage section.
       77 i pic 9(3).
       01 work-items.
           05 work-item occurs 200 times.
               10 wi-type     pic x(12).
               10 wi-ref      pic x(64).
               10 wi-title    pic x(96).
               10 wi-epoch    pic 9(11).
               10 wi-link     pic x(160).
               10 wi-assignee pic x(64).
           05 work-item-size pic 9(3).
           05 work-item-over pic 9(5).

       linkage section.
       01 viewer-name   pic x(64).
       01 viewer-role   pic x(16).
       01 viewer-dept   pic x(16).
       01 is-supervisor pic 9.
       01 item-ref      pic x(64).
       01 item-visible  pic 9.

       procedure division using viewer-name, viewer-role,
                           viewer-dept, is-supervisor, item-ref,
                           item-visible.

           set item-visible to 0.

           if is-supervisor is equal 1 then
               set item-visible to 1
               exit program
           end-if.

           call "work-gather"
           using by content viewer-name,
           by content viewer-role,
           by content viewer-dept,
           by content is-supervisor,
           by reference work-items.

           perform match-one-item
               varying i from 1 by 1
               until i is greater than work-item-size
               or item-visible is equal 1.

           exit program.

       match-one-item.
           if wi-ref(i) is equal item-ref then
               set item-visible to 1
           end-if.

           exit paragraph.

       end program work-item-visible.

      *****************************************

       identification division.
       program-id. http-work-inbox.

      ************************************************************
      * GET /work -- THE CLERK'S INBOX: EVERY OPEN ITEM THE
      * SIGNED-IN USER'S ROLE AND DEPARTMENT REACH (work-gather,
      * ABOVE), OLDEST FIRST, WITH ITS TYPE, ITS AGE, WHO IT IS
      * ASSIGNED TO, AND A LINK TO THE SCREEN THAT RESOLVES IT --
      * OR, FOR THE TWO KINDS NO SCREEN RESOLVES (DEAD WEBHOOK
      * EVENTS AND UNACKED PARTNER FILES), THE OPERATOR STEP THAT
      * DOES. A SUPERVISOR (work-supervisor) SEES EVERYTHING AND
      * GETS AN ASSIGN FORM ON EVERY LINE POSTING TO
      * /work/assign.
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

       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 dept-name     pic x(16).
       77 dept-found    pic 9.
       77 is-supervisor pic 9.
       77 i             pic 9(3).
       77 count-edit    pic z(4)9.

       01 work-items.
           05 work-item occurs 200 times.
               10 wi-type     pic x(12).
               10 wi-ref      pic x(64).
               10 wi-title    pic x(96).
               10 wi-epoch    pic 9(11).
               10 wi-link     pic x(160).
               10 wi-assignee pic x(64).
           05 work-item-size pic 9(3).
           05 work-item-over pic 9(5).

       77 today-int     pic 9(8).
       77 now-epoch     pic 9(11).
       77 age-seconds   pic 9(11).
       77 age-days      pic 9(5).
       77 age-hours     pic 9(2).
       77 days-edit     pic z(4)9.
       77 hours-edit    pic z9.
       77 age-text      pic x(16).
       77 remedy-text   pic x(128).

      *    ONE PIECE OF THE PAGE, SENT IN sendstream_append-SIZED
      *    SLICES.
       01 piece-data   pic x(4096).
       77 piece-pointer pic 9(5).
       77 piece-size   pic 9(5).
       77 chunk-size   pic 9(4).
       77 chunk-start  pic 9(5).

      *    A VALUE ECHOED INTO AN HTML ATTRIBUTE, QUOTES AND
      *    ANGLE BRACKETS ESCAPED.
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

           set dept-name to spaces.

           call "request-department"
           using by content request,
           by reference dept-name,
           by reference dept-found.

           call "work-supervisor"
           using by content user-role,
           by reference is-supervisor.

           call "work-gather"
           using by content user-name,
           by content user-role,
           by content dept-name,
           by content is-supervisor,
           by reference work-items.

           move function current-date(1:8) to today-int.
           compute now-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

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

           move user-name to attr-source.
           perform escape-attribute.
           move work-item-size to count-edit.

           string
               "<h1>Work inbox</h1>" X"0A"
               "<p>" function trim(count-edit)
               " open item(s) for " attr-text(1:attr-length)
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           if is-supervisor is equal 1 then
               string
                   " - every item, as supervisor"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               ".</p>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           if work-item-size is equal 0 then
               string
                   "<p>Nothing waiting.</p>" X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "<table border=" X"22" "1" X"22" ">"
                   "<tr><th>Type</th><th>Age</th><th>Item</th>"
                   "<th>Assigned to</th></tr>" X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
               perform render-one-item
                   varying i from 1 by 1
                   until i is greater than work-item-size
               string
                   "</table>" X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           if work-item-over is greater than 0 then
               move work-item-over to count-edit
               string
                   "<p>" function trim(count-edit)
                   " newer item(s) not shown - clear the oldest"
                   " first.</p>" X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<p><a href=" X"22" "/maintain" X"22"
               ">Back</a></p></body></html>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           call "sendstream_close"
           using by content connect.

           exit program.

      *    RENDER-ONE-ITEM -- TYPE, AGE, THE ITEM (LINKED TO ITS
      *    SCREEN, OR WITH ITS OPERATOR STEP), AND THE ASSIGNEE
      *    (AN ASSIGN FORM FOR A SUPERVISOR).
       render-one-item.
           perform age-of-item.

           string
               "<tr><td>" function trim(wi-type(i))
               "</td><td>" function trim(age-text)
               "</td><td>"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           if wi-link(i) is not equal spaces then
               move wi-link(i) to attr-source
               perform escape-attribute
               string
                   "<a href=" X"22" attr-text(1:attr-length)
                   X"22" ">"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           move wi-title(i) to attr-source.
           perform escape-attribute.

           string
               attr-text(1:attr-length)
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           if wi-link(i) is not equal spaces then
               string
                   "</a>"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           else
               perform remedy-of-item
               string
                   "<br><i>" function trim(remedy-text) "</i>"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "</td><td>"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           move wi-assignee(i) to attr-source.
           perform escape-attribute.

           if is-supervisor is equal 1 then
               string
                   "<form method=" X"22" "POST" X"22"
                   " action=" X"22" "/work/assign" X"22" ">"
                   "<input name=" X"22" "clerk" X"22"
                   " size=" X"22" "12" X"22"
                   " value=" X"22" attr-text(1:attr-length)
                   X"22" ">"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
               move wi-ref(i) to attr-source
               perform escape-attribute
               string
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "ref" X"22"
                   " value=" X"22" attr-text(1:attr-length)
                   X"22" "><button>Assign</button></form>"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   attr-text(1:attr-length)
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "</td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           exit paragraph.

      *    AGE-OF-ITEM -- "3d 4h", "5h", OR "-" FOR AN ITEM WITH NO
      *    USABLE STAMP.
       age-of-item.
           move "-" to age-text.

           if wi-epoch(i) is equal 0
           or wi-epoch(i) is greater than now-epoch then
               exit paragraph
           end-if.

           compute age-seconds = now-epoch - wi-epoch(i).
           compute age-days = age-seconds / 86400.
           compute age-hours =
               (age-seconds - age-days * 86400) / 3600.

           move age-days to days-edit.
           move age-hours to hours-edit.
           move spaces to age-text.

           if age-days is greater than 0 then
               string
                   function trim(days-edit) "d "
                   function trim(hours-edit) "h"
                   delimited by size
                   into age-text
               end-string
           else
               string
                   function trim(hours-edit) "h"
                   delimited by size
                   into age-text
               end-string
           end-if.

           exit paragraph.

      *    REMEDY-OF-ITEM -- THE OPERATOR STEP FOR A TYPE NO SCREEN
      *    RESOLVES.
       remedy-of-item.
           move spaces to remedy-text.

           evaluate wi-type(i)
               when "DEADLETTER"
                   string
                       "fix the subscriber, then run "
                       "webhook-deadletters with WEBHOOK_REQUEUE=YES"
                       delimited by size
                       into remedy-text
                   end-string
               when "DELIVERY"
                   string
                       "partner-deliver sends it again on its next "
                       "run; call the partner if it stays unacked"
                       delimited by size
                       into remedy-text
                   end-string
               when other
                   move "no screen - see the operator"
                       to remedy-text
           end-evaluate.

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

       end program http-work-inbox.

      *****************************************

       identification division.
       program-id. http-work-assign.

      ************************************************************
      * POST /work/assign -- A SUPERVISOR HANDS ONE ITEM ("ref",
      * ITS TYPE/ID REFERENCE FROM THE INBOX) TO A NAMED CLERK
      * ("clerk", AN ENABLED users.dat ACCOUNT); A BLANK CLERK
      * TAKES THE ASSIGNMENT BACK. THE ASSIGNMENT LIVES IN
      * workassign.dat, ONE RECORD PER REFERENCE WITH WHO MADE IT
      * AND WHEN, AND PUTS THE ITEM ON THE CLERK'S OWN INBOX
      * WHATEVER THEIR ROLE. EVERY CHANGE IS LOGGED. ANYONE BUT A
      * SUPERVISOR GETS THE BARE 403.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select assign-file assign to "workassign.dat"
           organization is indexed
           access mode is dynamic
           record key is ag-ref
           file status is assign-stat.

           select user-file assign to "users.dat"
           organization is indexed
           access mode is dynamic
           record key is user-name
           file status is user-stat.

       data division.

       file section.
       fd assign-file.
       01 assign-record.
           05 ag-ref      pic x(64).
           05 ag-clerk    pic x(64).
           05 ag-by       pic x(64).
           05 ag-stamp    pic x(29).

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

       77 assign-stat   pic xx.
       77 user-stat     pic xx.
       77 user-ok       pic 9.
       77 boss-name     pic x(64).
       77 boss-role     pic x(16).
       77 session-found pic 9.
       77 is-supervisor pic 9.
       77 body-length   pic 9(6).
       77 f             pic 9(3).
       77 want-ref      pic x(64).
       77 want-clerk    pic x(64).
       77 outcome-text  pic x(96).
       77 out-pointer   pic 9(5).
       77 made-stamp    pic x(29).
       77 stamp-days    pic 9(4) value 0.

       77 log-level  pic x(5).
       77 log-source pic x(32).
       77 log-text   pic x(256).

      *    A VALUE ECHOED INTO THE PAGE, QUOTES AND ANGLE BRACKETS
      *    ESCAPED.
       77 attr-source  pic x(256).
       77 attr-text    pic x(512).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

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

           call "maintain-check-user"
           using by content request,
           by content connect,
           by reference user-ok.

           if user-ok is equal 0 then
               exit program
           end-if.

           set boss-name to spaces.
           set boss-role to spaces.

           call "session-user-role"
           using by content request,
           by reference boss-name,
           by reference boss-role,
           by reference session-found.

           call "work-supervisor"
           using by content boss-role,
           by reference is-supervisor.

           if is-supervisor is equal 0 then
               perform send-forbidden
               exit program
           end-if.

           set want-ref to spaces.
           set want-clerk to spaces.

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

           set outcome-text to "nothing to assign".

           if want-ref is not equal spaces then
               perform record-assignment
           end-if.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           move want-ref to attr-source.
           perform escape-attribute.

           string
               "<html><body><h1>Work inbox</h1><p>"
               attr-text(1:attr-length) " "
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           move outcome-text to attr-source.
           perform escape-attribute.

           string
               attr-text(1:attr-length)
               "</p><p><a href=" X"22" "/work" X"22"
               ">Back to inbox</a></p></body></html>" X"0A"
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
               when "ref"
                   set want-ref to get-value(f)(1:64)
               when "clerk"
                   set want-clerk to get-value(f)(1:64)
           end-evaluate.

           exit paragraph.

      *    RECORD-ASSIGNMENT -- THE CLERK CHECKED, THEN THE
      *    ASSIGNMENT WRITTEN, REPLACED OR (BLANK CLERK) REMOVED.
       record-assignment.
           if want-clerk is not equal spaces then
               perform check-clerk
               if outcome-text is not equal spaces then
                   exit paragraph
               end-if
           end-if.

           call "date-utc"
           using by reference made-stamp,
           by content stamp-days.

           open i-o assign-file.

           if assign-stat is equal "35" then
               open output assign-file
               close assign-file
               open i-o assign-file
           end-if.

           if assign-stat is not equal "00" then
               set outcome-text to "assignment store unavailable"
               exit paragraph
           end-if.

           move want-ref to ag-ref.

           read assign-file
               key is ag-ref
               invalid key
                   move spaces to assign-record
                   move want-ref to ag-ref
           end-read.

           if want-clerk is equal spaces then
               delete assign-file record
                   invalid key
                       continue
               end-delete
               set outcome-text to "unassigned"
           else
               if ag-clerk is equal spaces then
                   move want-clerk to ag-clerk
                   move boss-name to ag-by
                   move made-stamp to ag-stamp
                   write assign-record
                       invalid key
                           continue
                   end-write
               else
                   move want-clerk to ag-clerk
                   move boss-name to ag-by
                   move made-stamp to ag-stamp
                   rewrite assign-record
                       invalid key
                           continue
                   end-rewrite
               end-if
               set outcome-text to spaces
               string
                   "assigned to " function trim(want-clerk)
                   delimited by size
                   into outcome-text
               end-string
           end-if.

           close assign-file.

           move "INFO" to log-level.
           move "http-work-assign" to log-source.
           set log-text to spaces.
           string
               "WORK ITEM " function trim(want-ref) " "
               function trim(outcome-text)
               " BY " function trim(boss-name)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    CHECK-CLERK -- ONLY AN ENABLED ACCOUNT TAKES WORK;
      *    outcome-text STAYS BLANK WHEN IT DOES.
       check-clerk.
           set outcome-text to spaces.

           open input user-file.

           if user-stat is not equal "00" then
               set outcome-text to "no user store"
               exit paragraph
           end-if.

           move want-clerk to user-name.

           read user-file
               key is user-name
               invalid key
                   move spaces to user-active
           end-read.

           close user-file.

           if user-active is not equal "1" then
               string
                   "not assigned - no enabled account "
                   function trim(want-clerk)
                   delimited by size
                   into outcome-text
               end-string
           end-if.

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

      *    SEND-FORBIDDEN -- THE SAME BARE 403 maintain-check-user
      *    SENDS.
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

       end program http-work-assign.

      *****************************************

       identification division.
       program-id. http-work-file.

      ************************************************************
      * GET /work/file?id=N -- ONE workitems.dat FILE (A LOADER'S
      * REJECTS, A DUPLICATE LISTING) ON SCREEN: WHAT RAISED IT
      * AND WHEN, THEN ITS FIRST 500 LINES, AND A "MARK DONE"
      * FORM POSTING TO /work/done FOR WHEN THE CLERK HAS DEALT
      * WITH IT. THE PATH COMES FROM THE REGISTRY, NEVER FROM THE
      * REQUEST, AND THE ITEM MUST BE ON THE VIEWER'S OWN INBOX
      * (work-item-visible) -- ANYTHING ELSE IS THE BARE 403.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select work-file assign to "workitems.dat"
           organization is indexed
           access mode is dynamic
           record key is wf-id
           file status is work-stat.

           select listed-file assign to dynamic listed-path
           organization is line sequential
           file status is listed-stat.

       data division.

       file section.
       fd work-file.
       01 work-file-record.
           05 wf-id       pic x(10).
           05 wf-type     pic x(12).
           05 wf-path     pic x(256).
           05 wf-count    pic 9(7).
           05 wf-day      pic x(8).
           05 wf-producer pic x(30).
           05 wf-stamp    pic x(29).
           05 wf-epoch    pic 9(11).
           05 wf-status   pic x(8).
           05 wf-closer   pic x(64).

       fd listed-file.
       01 listed-record pic x(1024).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       77 work-stat     pic xx.
       77 listed-stat   pic xx.
       77 listed-path   pic x(256).
       77 listed-eof    pic 9.
       77 line-count    pic 9(7).
       77 line-length   pic 9(4).
       77 count-edit    pic z(6)9.
       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 dept-name     pic x(16).
       77 dept-found    pic 9.
       77 is-supervisor pic 9.
       77 item-visible  pic 9.
       77 item-ref      pic x(64).
       77 want-id       pic x(10).
       77 q             pic 9(3).

      *    THE PAGE GOES OUT IN PIECES; A LISTED LINE IS ESCAPED
      *    STRAIGHT INTO piece-data, SO A PIECE IS SENT BEFORE IT
      *    COULD OVERFLOW.
       01 piece-data   pic x(8192).
       77 piece-pointer pic 9(5).
       77 piece-size   pic 9(5).
       77 chunk-size   pic 9(4).
       77 chunk-start  pic 9(5).

       77 attr-source  pic x(256).
       77 attr-text    pic x(512).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

       77 note-table   pic x(30) value "workitems".
       77 note-key     pic x(50).

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

           set dept-name to spaces.

           call "request-department"
           using by content request,
           by reference dept-name,
           by reference dept-found.

           call "work-supervisor"
           using by content user-role,
           by reference is-supervisor.

           set want-id to spaces.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-param
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set item-visible to 0.

           if want-id is not equal spaces then
               perform find-file-item
           end-if.

           if item-visible is equal 0 then
               perform send-forbidden
               exit program
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

           move wf-path to attr-source.
           perform escape-attribute.
           move wf-count to count-edit.

           string
               "<h1>" function trim(wf-type) " #"
               function trim(wf-id) "</h1>" X"0A"
               "<p>" attr-text(1:attr-length) " - "
               function trim(count-edit) " line(s) from "
               function trim(wf-producer) " for " wf-day
               ", raised " function trim(wf-stamp) ".</p>" X"0A"
               "<pre>"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           move wf-path to listed-path.
           set line-count to 0.

           open input listed-file.

           if listed-stat is equal "00" then
               set listed-eof to 0
               perform list-one-line until listed-eof is equal 1
               close listed-file
           else
               string
                   "(the file is no longer on disk)"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "</pre>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           if line-count is equal 500 then
               string
                   "<p>Only the first 500 lines are shown.</p>"
                   X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

      *    A MAILED-IN REQUEST CARRIES ITS TEXT AS A NOTE ON THE
      *    ITEM -- SHOWN HERE, NEXT TO THE FILE.
           if wf-type is equal "MAIL" then
               perform send-piece
               string
                   "<h2>Notes</h2><ul>" X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
               move wf-id to note-key
               call "notes-render"
               using by content note-table,
               by content note-key,
               by reference piece-data,
               by reference piece-pointer
               string
                   "</ul>" X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/work/done" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "id" X"22"
               " value=" X"22" function trim(wf-id) X"22" ">"
               "<button>Mark done</button></form>" X"0A"
               "<p><a href=" X"22" "/work" X"22"
               ">Back to inbox</a></p></body></html>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           call "sendstream_close"
           using by content connect.

           exit program.

       take-one-param.
           if get-name(q) is equal "id" then
               set want-id to get-value(q)(1:10)
           end-if.

           exit paragraph.

      *    FIND-FILE-ITEM -- THE OPEN REGISTRY RECORD, AND WHETHER
      *    IT IS ON THIS VIEWER'S INBOX.
       find-file-item.
           open input work-file.

           if work-stat is not equal "00" then
               exit paragraph
           end-if.

           move want-id to wf-id.

           read work-file
               key is wf-id
               invalid key
                   move spaces to wf-status
           end-read.

           close work-file.

           if wf-status is not equal "OPEN" then
               exit paragraph
           end-if.

           move spaces to item-ref.
           string
               function trim(wf-type) "/" function trim(wf-id)
               delimited by size
               into item-ref
           end-string.

           call "work-item-visible"
           using by content user-name,
           by content user-role,
           by content dept-name,
           by content is-supervisor,
           by content item-ref,
           by reference item-visible.

           exit paragraph.

      *    LIST-ONE-LINE -- ONE LINE OF THE FILE, ESCAPED, UNTIL
      *    500 ARE SHOWN.
       list-one-line.
           read listed-file
               at end
                   set listed-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-count.

           if line-count is equal 500 then
               set listed-eof to 1
           end-if.

           set line-length to 1024.

           perform shorten-line
               until line-length is equal 0
               or listed-record(line-length:1) is not equal space.

           perform escape-line-char
               varying e from 1 by 1
               until e is greater than line-length.

           string
               X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           if piece-pointer is greater than 2048 then
               perform send-piece
           end-if.

           exit paragraph.

       shorten-line.
           subtract 1 from line-length.

           exit paragraph.

       escape-line-char.
           evaluate listed-record(e:1)
               when "<"
                   move "&lt;" to piece-data(piece-pointer:4)
                   add 4 to piece-pointer
               when ">"
                   move "&gt;" to piece-data(piece-pointer:4)
                   add 4 to piece-pointer
               when "&"
                   move "&amp;" to piece-data(piece-pointer:5)
                   add 5 to piece-pointer
               when other
                   move listed-record(e:1)
                       to piece-data(piece-pointer:1)
                   add 1 to piece-pointer
           end-evaluate.

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

      *    SEND-FORBIDDEN -- THE SAME BARE 403 maintain-check-user
      *    SENDS.
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

       end program http-work-file.

      *****************************************

       identification division.
       program-id. http-work-done.

      ************************************************************
      * POST /work/done -- CLOSES ONE workitems.dat FILE ("id")
      * ONCE THE CLERK HAS DEALT WITH IT: STATUS DONE, WITH WHO
      * CLOSED IT, AND A LOG LINE. THE SAME VISIBILITY TEST AS
      * /work/file -- A CLERK CLOSES ONLY WHAT THEIR INBOX SHOWS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select work-file assign to "workitems.dat"
           organization is indexed
           access mode is dynamic
           record key is wf-id
           file status is work-stat.

       data division.

       file section.
       fd work-file.
       01 work-file-record.
           05 wf-id       pic x(10).
           05 wf-type     pic x(12).
           05 wf-path     pic x(256).
           05 wf-count    pic 9(7).
           05 wf-day      pic x(8).
           05 wf-producer pic x(30).
           05 wf-stamp    pic x(29).
           05 wf-epoch    pic 9(11).
           05 wf-status   pic x(8).
           05 wf-closer   pic x(64).

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

       77 work-stat     pic xx.
       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 dept-name     pic x(16).
       77 dept-found    pic 9.
       77 is-supervisor pic 9.
       77 item-visible  pic 9.
       77 item-ref      pic x(64).
       77 body-length   pic 9(6).
       77 f             pic 9(3).
       77 want-id       pic x(10).
       77 outcome-text  pic x(64).
       77 out-pointer   pic 9(5).

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

           set dept-name to spaces.

           call "request-department"
           using by content request,
           by reference dept-name,
           by reference dept-found.

           call "work-supervisor"
           using by content user-role,
           by reference is-supervisor.

           set want-id to spaces.

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

           set outcome-text to "not found".

           if want-id is not equal spaces then
               perform close-file-item
           end-if.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Work inbox</h1><p>#"
               function trim(want-id) " "
               function trim(outcome-text)
               "</p><p><a href=" X"22" "/work" X"22"
               ">Back to inbox</a></p></body></html>" X"0A"
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
           if get-name(f) is equal "id" then
               set want-id to get-value(f)(1:10)
           end-if.

           exit paragraph.

      *    CLOSE-FILE-ITEM -- READ AND CHECK WITH THE REGISTRY
      *    CLOSED (work-gather READS IT TOO), THEN REOPEN, MARK
      *    DONE AND REWRITE.
       close-file-item.
           open input work-file.

           if work-stat is not equal "00" then
               exit paragraph
           end-if.

           move want-id to wf-id.

           read work-file
               key is wf-id
               invalid key
                   move spaces to wf-status
           end-read.

           close work-file.

           if wf-status is equal spaces then
               exit paragraph
           end-if.

           if wf-status is not equal "OPEN" then
               set outcome-text to "already done"
               exit paragraph
           end-if.

           move spaces to item-ref.
           string
               function trim(wf-type) "/" function trim(wf-id)
               delimited by size
               into item-ref
           end-string.

           call "work-item-visible"
           using by content user-name,
           by content user-role,
           by content dept-name,
           by content is-supervisor,
           by content item-ref,
           by reference item-visible.

           if item-visible is equal 0 then
               set outcome-text to "refused - not on your inbox"
               exit paragraph
           end-if.

           open i-o work-file.

           if work-stat is not equal "00" then
               exit paragraph
           end-if.

           move want-id to wf-id.

           read work-file
               key is wf-id
               invalid key
                   close work-file
                   exit paragraph
           end-read.

           move "DONE" to wf-status.
           move user-name to wf-closer.

           rewrite work-file-record
               invalid key
                   continue
           end-rewrite.

           close work-file.

           set outcome-text to "marked done".

           move "INFO" to log-level.
           move "http-work-done" to log-source.
           set log-text to spaces.
           string
               "WORK ITEM " function trim(item-ref) " ("
               function trim(wf-path) ") DONE BY "
               function trim(user-name)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program http-work-done.

      *****************************************

       identification division.
       program-id. work-aging-summary.

      ************************************************************
      * THE DAILY AGING MAIL FOR SUPERVISORS -- EVERY OPEN ITEM
      * THE /work INBOX KNOWS OF (work-gather, WHOLE VIEW),
      * COUNTED BY TYPE INTO AGE BANDS (UNDER A DAY, 1-2, 3-7,
      * 8-30 AND OVER 30 DAYS), HOW MANY NOBODY HAS BEEN ASSIGNED,
      * THEN THE OLDEST ITEMS WITH THEIR AGE AND ASSIGNEE. ONE
      * MESSAGE TO EVERY ENABLED users.dat ACCOUNT WITH A MAIL
      * ADDRESS WHOSE ROLE work-supervisor ACCEPTS. NOTHING OPEN,
      * NO MAIL. RUN ONCE A DAY FROM schedule.cfg. SETTINGS:
      * WORK_MAIL_FROM (DEFAULT noreply@localhost).
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select user-file assign to "users.dat"
           organization is indexed
           access mode is sequential
           record key is user-name
           file status is user-stat.

       data division.

       file section.
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
       77 user-stat     pic xx.
       77 scan-eof      pic 9.
       77 business-day  pic x(8).
       77 is-supervisor pic 9.

       01 recipients.
           05 recipient occurs 200 times pic x(64).
           05 recipient-size pic 9(3).
       77 u             pic 9(3).

       01 work-items.
           05 work-item occurs 200 times.
               10 wi-type     pic x(12).
               10 wi-ref      pic x(64).
               10 wi-title    pic x(96).
               10 wi-epoch    pic 9(11).
               10 wi-link     pic x(160).
               10 wi-assignee pic x(64).
           05 work-item-size pic 9(3).
           05 work-item-over pic 9(5).
       77 i             pic 9(3).

       77 whole-name    pic x(64).
       77 whole-role    pic x(16).
       77 whole-dept    pic x(16).
       77 whole-view    pic 9 value 1.

       01 type-names.
           05 filler pic x(12) value "APPROVAL".
           05 filler pic x(12) value "UPLOAD".
           05 filler pic x(12) value "BATCH".
           05 filler pic x(12) value "EXCEPTION".
           05 filler pic x(12) value "REJECTS".
           05 filler pic x(12) value "DUPLICATES".
           05 filler pic x(12) value "DEADLETTER".
           05 filler pic x(12) value "DELIVERY".
       01 type-table redefines type-names.
           05 type-name occurs 8 times pic x(12).

       01 type-counts.
           05 type-count occurs 8 times.
               10 band-count occurs 5 times pic 9(5).
               10 type-total pic 9(5).
       01 band-totals.
           05 band-total occurs 5 times pic 9(5).
       77 t             pic 9(2).
       77 type-row      pic 9(2).
       77 b             pic 9.
       77 unassigned    pic 9(5).

       77 today-int     pic 9(8).
       77 now-epoch     pic 9(11).
       77 age-days      pic 9(5).
       77 count-edit    pic z(4)9.
       77 days-edit     pic z(4)9.

       77 mail-from    pic x(128).
       77 mail-to      pic x(128).
       77 mail-subject pic x(128).
       77 mail-body    pic x(4096).
       77 body-pointer pic 9(4).
       77 mail-status  pic 9.
       77 mailed-count pic 9(3).

       procedure division.

           set mail-from to spaces.
           accept mail-from from environment "WORK_MAIL_FROM".

           if mail-from is equal spaces then
               set mail-from to "noreply@localhost"
           end-if.

           call "business-date"
           using by reference business-day.

           perform load-recipients.

           if recipient-size is equal 0 then
               display "NO ENABLED SUPERVISOR ACCOUNT HAS A MAIL "
                   "ADDRESS"
               goback
           end-if.

           move spaces to whole-name.
           move spaces to whole-role.
           move spaces to whole-dept.

           call "work-gather"
           using by content whole-name,
           by content whole-role,
           by content whole-dept,
           by content whole-view,
           by reference work-items.

           if work-item-size is equal 0 then
               display "NO OPEN WORK ITEMS FOR " business-day
               move 0 to return-code
               goback
           end-if.

           move function current-date(1:8) to today-int.
           compute now-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           initialize type-counts.
           initialize band-totals.
           set unassigned to 0.

           perform band-one-item
               varying i from 1 by 1
               until i is greater than work-item-size.

           perform compose-summary.

           set mailed-count to 0.

           perform mail-one-recipient
               varying u from 1 by 1
               until u is greater than recipient-size.

           move mailed-count to count-edit.
           display function trim(count-edit)
               " WORK AGING MAIL(S) SENT FOR " business-day.

           move 0 to return-code.

           goback.

      *    LOAD-RECIPIENTS -- ENABLED SUPERVISOR ACCOUNTS WITH AN
      *    ADDRESS.
       load-recipients.
           initialize recipients.

           open input user-file.

           if user-stat is not equal "00" then
               exit paragraph
           end-if.

           set scan-eof to 0.

           perform read-one-account until scan-eof is equal 1.

           close user-file.

           exit paragraph.

       read-one-account.
           read user-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if user-active is not equal "1"
           or user-email is equal spaces
           or recipient-size is equal 200 then
               exit paragraph
           end-if.

           call "work-supervisor"
           using by content user-role,
           by reference is-supervisor.

           if is-supervisor is equal 0 then
               exit paragraph
           end-if.

           add 1 to recipient-size.
           move user-email to recipient(recipient-size).

           exit paragraph.

      *    BAND-ONE-ITEM -- THE ITEM'S TYPE ROW AND AGE BAND.
       band-one-item.
           set age-days to 0.

           if wi-epoch(i) is greater than 0
           and wi-epoch(i) is less than now-epoch then
               compute age-days = (now-epoch - wi-epoch(i)) / 86400
           end-if.

           evaluate true
               when age-days is equal 0
                   set b to 1
               when age-days is less than 3
                   set b to 2
               when age-days is less than 8
                   set b to 3
               when age-days is less than 31
                   set b to 4
               when other
                   set b to 5
           end-evaluate.

           set type-row to 0.

           perform match-one-type
               varying t from 1 by 1
               until t is greater than 8.

           if type-row is greater than 0 then
               add 1 to band-count(type-row, b)
               add 1 to type-total(type-row)
           end-if.

           add 1 to band-total(b).

           if wi-assignee(i) is equal spaces then
               add 1 to unassigned
           end-if.

           exit paragraph.

       match-one-type.
           if type-name(t) is equal wi-type(i) then
               move t to type-row
           end-if.

           exit paragraph.

       compose-summary.
           move spaces to mail-subject.
           move work-item-size to count-edit.
           string
               "OPEN WORK ITEMS " business-day ": "
               function trim(count-edit)
               delimited by size
               into mail-subject
           end-string.

           move spaces to mail-body.
           set body-pointer to 1.

           string
               "OPEN WORK ITEMS - BUSINESS DATE " business-day
               X"0A" X"0A"
               "TYPE          <1DAY   1-2D   3-7D  8-30D   >30D"
               "  TOTAL" X"0A"
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           perform type-line
               varying t from 1 by 1
               until t is greater than 8.

           string
               "ALL         "
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           perform band-total-cell
               varying b from 1 by 1
               until b is greater than 5.

           move work-item-size to count-edit.
           string
               "  " count-edit X"0A" X"0A"
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           move unassigned to count-edit.
           string
               "UNASSIGNED " function trim(count-edit) X"0A"
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           if work-item-over is greater than 0 then
               move work-item-over to count-edit
               string
                   "PLUS " function trim(count-edit)
                   " NEWER ITEM(S) BEYOND THE 200 COUNTED" X"0A"
                   delimited by size
                   into mail-body
                   with pointer body-pointer
               end-string
           end-if.

           string
               X"0A" "OLDEST ITEMS" X"0A"
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           perform oldest-line
               varying i from 1 by 1
               until i is greater than work-item-size
               or i is greater than 20.

           exit paragraph.

      *    TYPE-LINE -- ONE TYPE'S COUNTS ACROSS THE BANDS; A TYPE
      *    WITH NOTHING OPEN IS LEFT OUT.
       type-line.
           if type-total(t) is equal 0 then
               exit paragraph
           end-if.

           string
               type-name(t)
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           perform band-cell
               varying b from 1 by 1
               until b is greater than 5.

           move type-total(t) to count-edit.
           string
               "  " count-edit X"0A"
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           exit paragraph.

       band-cell.
           move band-count(t, b) to count-edit.
           string
               "  " count-edit
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           exit paragraph.

       band-total-cell.
           move band-total(b) to count-edit.
           string
               "  " count-edit
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           exit paragraph.

      *    OLDEST-LINE -- AGE IN DAYS, TYPE, WHAT, AND WHO HAS IT.
       oldest-line.
           set age-days to 0.

           if wi-epoch(i) is greater than 0
           and wi-epoch(i) is less than now-epoch then
               compute age-days = (now-epoch - wi-epoch(i)) / 86400
           end-if.

           move age-days to days-edit.

           string
               days-edit "D  " wi-type(i) " "
               function trim(wi-title(i)(1:60))
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           if wi-assignee(i) is equal spaces then
               string
                   " - UNASSIGNED" X"0A"
                   delimited by size
                   into mail-body
                   with pointer body-pointer
               end-string
           else
               string
                   " - " function trim(wi-assignee(i)) X"0A"
                   delimited by size
                   into mail-body
                   with pointer body-pointer
               end-string
           end-if.

           exit paragraph.

       mail-one-recipient.
           move recipient(u) to mail-to.
           set mail-status to 0.

           call "send-mail"
           using by content mail-from,
           by content mail-to,
           by content mail-subject,
           by content mail-body,
           by reference mail-status.

           if mail-status is equal 1 then
               add 1 to mailed-count
           end-if.

           exit paragraph.

       end program work-aging-summary.
