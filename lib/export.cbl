       identification division.
       program-id. export-job-store.

      ************************************************************
      * SELF-SERVICE EXPORTS -- "GIVE ME EVERY OPEN ORDER FOR MY
      * DEPARTMENT, BY DATE, AS A FILE" WITHOUT A TICKET, AND
      * WITHOUT A 40,000-ROW querycsv STREAM RACING THE ROUTE
      * TIMEOUT. THE REQUEST (FROM THE QUERY SCREEN OR POST
      * /exports) IS RECORDED AND QUEUED; job-worker BUILDS THE
      * FILE IN THE BATCH REGION (export-job-run), MAILS THE
      * REQUESTER A SIGNED, EXPIRING /dl LINK, AND THE FILE IS
      * LISTED ON THE USER'S "MY EXPORTS" PAGE.
      *
      * THIS PROGRAM KEEPS THE RECORD OF EVERY EXPORT,
      * "exports.dat" KEYED BY THE EXPORT NUMBER (db-sequence
      * "EXPORT"): THE TABLE AND CONDITIONS (THE query-def SHAPE
      * OF lib/adhocquery.cbl), THE SORT ORDER AND FORMAT, WHO
      * ASKED, FROM WHICH DEPARTMENT AND TENANT AND WHEN, THE
      * FILE, ITS SIGNED LINK AND ITS EXPIRY, THE ROW COUNT AND
      * HOW IT ENDED. action "READ" FETCHES ej-id'S RECORD, "SAVE"
      * WRITES OR REPLACES IT; found 1 WHEN THE ACTION WORKED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select export-file assign to "exports.dat"
           organization is indexed
           access mode is dynamic
           record key is xf-id
           file status is export-stat.

       data division.

       file section.
       fd export-file.
       01 export-record.
           05 xf-id   pic x(10).
           05 filler  pic x(2294).

       working-storage section.
       77 export-stat pic xx.

       linkage section.
       01 store-action pic x(4).
       01 export-job.
           05 ej-id        pic x(10).
           05 ej-status    pic x(10).
           05 ej-query.
               10 ej-table pic x(30).
               10 ej-cond occurs 8 times.
                   15 ej-field  pic x(30).
                   15 ej-op     pic x(2).
                   15 ej-value  pic x(64).
                   15 ej-value2 pic x(64).
           05 ej-sort      pic x(128).
           05 ej-format    pic x(5).
           05 ej-via       pic x(6).
           05 ej-requester pic x(64).
           05 ej-email     pic x(64).
           05 ej-dept      pic x(16).
           05 ej-tenant    pic x(30).
           05 ej-requested pic x(29).
           05 ej-finished  pic x(29).
           05 ej-file      pic x(128).
           05 ej-link      pic x(128).
           05 ej-expires   pic 9(11).
           05 ej-rows      pic 9(9).
           05 ej-outcome   pic x(80).
           05 ej-tries     pic 9(3).
           05 ej-role      pic x(16).
           05 filler       pic x(228).
       01 store-found pic 9.

       procedure division using store-action, export-job,
                           store-found.

           set store-found to 0.

           open i-o export-file.

           if export-stat is equal "35" then
               open output export-file
               close export-file
               open i-o export-file
           end-if.

           if export-stat is not equal "00" then
               exit program
           end-if.

           move ej-id to xf-id.

           evaluate store-action
               when "READ"
                   read export-file
                       key is xf-id
                       invalid key
                           continue
                       not invalid key
                           move export-record to export-job
                           set store-found to 1
                   end-read
               when "SAVE"
                   read export-file
                       key is xf-id
                       invalid key
                           move export-job to export-record
                           write export-record
                               invalid key
                                   continue
                               not invalid key
                                   set store-found to 1
                           end-write
                       not invalid key
                           move export-job to export-record
                           rewrite export-record
                               invalid key
                                   continue
                               not invalid key
                                   set store-found to 1
                           end-rewrite
                   end-read
           end-evaluate.

           close export-file.

           exit program.

       end program export-job-store.

      *****************************************

       identification division.
       program-id. export-submit.

      ************************************************************
      * RECORDS AN EXPORT AND PUTS IT ON THE JOB QUEUE -- THE ONE
      * DOOR BOTH THE QUERY SCREEN AND POST /exports COME
      * THROUGH. CHECKS WHAT CAN BE CHECKED WHILE THE USER IS
      * STILL THERE TO READ THE ANSWER: A TABLE NAME, A FORMAT OF
      * CSV, FIXED OR XML (BLANK MEANS CSV), EVERY CONDITION ON A
      * DECLARED FIELD WITH A KNOWN TEST, AND AT MOST THREE SORT
      * FIELDS ("amount:D,opened", THE sorted-extract SPELLING),
      * ALL DECLARED. THE REQUESTER'S DEPARTMENT, ROLE AND MAIL
      * ADDRESS COME FROM users.dat AND THE TENANT FROM THE
      * REQUEST, AND ALL FOUR ARE FROZEN ON THE RECORD -- THE
      * WORKER HAS NO REQUEST TO ASK, AND AN EXPORT MUST SEE WHAT
      * ITS REQUESTER COULD SEE WHEN THEY ASKED. status-func 1
      * WHEN QUEUED; outcome SAYS WHAT HAPPENED EITHER WAY.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select user-file assign to "users.dat"
           organization is indexed
           access mode is dynamic
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
       01 active-tenant pic x(30) external.

       77 user-stat     pic xx.
       77 seq-name      pic x(30).
       77 next-value    pic 9(11).
       77 seq-status    pic 9.
       77 save-action   pic x(4) value "SAVE".
       77 store-found   pic 9.
       77 stamp-days    pic 9(4) value 0.
       77 queue-type    pic x(30).
       77 queue-payload pic x(512).
       77 queued-id     pic x(11).
       77 queue-status  pic 9.
       77 odd-hits      pic 9(3).
       77 n             pic 9.
       77 f             pic 9(2).
       77 s             pic 9.
       77 field-known   pic 9.
       77 check-name    pic x(30).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       01 spec-parts.
           05 spec-part occurs 4 times pic x(40).
       77 part-name     pic x(30).
       77 part-tail     pic x(8).

       01 export-job.
           05 ej-id        pic x(10).
           05 ej-status    pic x(10).
           05 ej-query.
               10 ej-table pic x(30).
               10 ej-cond occurs 8 times.
                   15 ej-field  pic x(30).
                   15 ej-op     pic x(2).
                   15 ej-value  pic x(64).
                   15 ej-value2 pic x(64).
           05 ej-sort      pic x(128).
           05 ej-format    pic x(5).
           05 ej-via       pic x(6).
           05 ej-requester pic x(64).
           05 ej-email     pic x(64).
           05 ej-dept      pic x(16).
           05 ej-tenant    pic x(30).
           05 ej-requested pic x(29).
           05 ej-finished  pic x(29).
           05 ej-file      pic x(128).
           05 ej-link      pic x(128).
           05 ej-expires   pic 9(11).
           05 ej-rows      pic 9(9).
           05 ej-outcome   pic x(80).
           05 ej-tries     pic 9(3).
           05 ej-role      pic x(16).
           05 filler       pic x(228).

       linkage section.
       01 query-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).

       01 sort-spec   pic x(128).
       01 want-format pic x(5).
       01 requester   pic x(64).
       01 asked-via   pic x(6).
       01 job-id      pic x(10).
       01 status-func pic 9.
       01 outcome     pic x(80).

       procedure division using query-def, sort-spec, want-format,
                           requester, asked-via, job-id,
                           status-func, outcome.

           set status-func to 0.
           set job-id to spaces.
           set outcome to spaces.

           initialize export-job.
           move query-def to ej-query.
           move sort-spec to ej-sort.
           move want-format to ej-format.
           move requester to ej-requester.
           move asked-via to ej-via.

           perform check-export.

           if outcome is not equal spaces then
               exit program
           end-if.

           perform find-requester.

           if outcome is not equal spaces then
               exit program
           end-if.

           move active-tenant to ej-tenant.

           set seq-name to "EXPORT".
           set seq-status to 0.

           call "db-sequence"
           using by content seq-name,
           by reference next-value,
           by reference seq-status.

           if seq-status is equal 0 then
               set outcome to "no export number available"
               exit program
           end-if.

           move next-value(2:10) to ej-id.
           set ej-status to "QUEUED".

           call "date-utc"
           using by reference ej-requested,
           by content stamp-days.

           set store-found to 0.

           call "export-job-store"
           using by content save-action,
           by reference export-job,
           by reference store-found.

           if store-found is equal 0 then
               set outcome to "the export could not be recorded"
               exit program
           end-if.

           move ej-id to job-id.

      *    THE WORKER'S JOB CARRIES ONLY THE EXPORT NUMBER;
      *    EVERYTHING ELSE IS ON THE EXPORT RECORD.
           set queue-type to "export-job-run".
           move spaces to queue-payload.
           move ej-id to queue-payload.
           set queue-status to 0.

           call "job-enqueue"
           using by content queue-type,
           by content queue-payload,
           by reference queued-id,
           by reference queue-status.

           if queue-status is equal 0 then
               set ej-status to "FAILED"
               set ej-outcome to "the job queue refused the export"
               call "export-job-store"
               using by content save-action,
               by reference export-job,
               by reference store-found
               string
                   "export " ej-id " recorded, but the job queue "
                   "refused it - ask again later"
                   into outcome
               end-string
               exit program
           end-if.

           if ej-email is equal spaces then
               string
                   "export " ej-id " queued - your account has no "
                   "mail address, collect it from My exports"
                   into outcome
               end-string
           else
               string
                   "export " ej-id " queued - the link will be "
                   "mailed to " function trim(ej-email)
                   into outcome
               end-string
           end-if.

           set status-func to 1.

           exit program.

      *    CHECK-EXPORT -- outcome STAYS BLANK WHEN THE REQUEST IS
      *    ONE THE WORKER CAN RUN.
       check-export.
           if ej-table is equal spaces then
               set outcome to "choose a table to export"
               exit paragraph
           end-if.

      *    THE TABLE NAME LANDS IN FILE CONTENTS, MAIL, HTML AND
      *    JSON -- NOTHING THAT NEEDS ESCAPING BELONGS IN ONE.
           set odd-hits to 0.
           inspect ej-table tallying odd-hits
               for all X"22" all "<" all ">" all "&" all "'"
                   all "\" all "/".

           if odd-hits is greater than 0 then
               set outcome to "that is not a table name"
               exit paragraph
           end-if.

           inspect ej-format converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           if ej-format is equal spaces then
               set ej-format to "CSV"
           end-if.

           if ej-format is not equal "CSV"
           and ej-format is not equal "FIXED"
           and ej-format is not equal "XML" then
               set outcome to "the format must be CSV, FIXED or XML"
               exit paragraph
           end-if.

           call "query-table-fields"
           using by content ej-table,
           by reference field-list.

           perform check-one-condition
               varying n from 1 by 1
               until n is greater than 8
               or outcome is not equal spaces.

           if outcome is not equal spaces then
               exit paragraph
           end-if.

           perform check-sort-spec.

           exit paragraph.

       check-one-condition.
           if ej-field(n) is equal spaces then
               exit paragraph
           end-if.

           set odd-hits to 0.
           inspect ej-field(n) tallying odd-hits
               for all X"22" all "<" all ">" all "&" all "'"
                   all "\".
           inspect ej-op(n) tallying odd-hits
               for all X"22" all "<" all ">" all "&" all "'"
                   all "\".

           if odd-hits is greater than 0 then
               set outcome to "that is not a condition"
               exit paragraph
           end-if.

           move ej-field(n) to check-name.
           perform find-declared-field.

           if field-known is equal 0 then
               string
                   "condition field " function trim(ej-field(n))
                   " is not declared for "
                   function trim(ej-table)
                   into outcome
               end-string
               exit paragraph
           end-if.

           inspect ej-op(n) converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           evaluate ej-op(n)
               when "EQ"
               when "NE"
               when "GT"
               when "LT"
               when "BT"
               when "SW"
               when "BL"
               when "NB"
                   continue
               when other
                   string
                       "unknown test " ej-op(n) " on "
                       function trim(ej-field(n))
                       into outcome
                   end-string
           end-evaluate.

           exit paragraph.

      *    CHECK-SORT-SPEC -- "name[:D],..." WITH AT MOST THREE
      *    NAMES, EACH DECLARED.
       check-sort-spec.
           if ej-sort is equal spaces then
               exit paragraph
           end-if.

           set odd-hits to 0.
           inspect ej-sort tallying odd-hits
               for all X"22" all "<" all ">" all "&" all "'"
                   all "\".

           if odd-hits is greater than 0 then
               set outcome to "that is not a sort order"
               exit paragraph
           end-if.

           initialize spec-parts.

           unstring ej-sort delimited by ","
               into spec-part(1), spec-part(2), spec-part(3),
                    spec-part(4)
           end-unstring.

           if spec-part(4) is not equal spaces then
               set outcome to "sort on at most three fields"
               exit paragraph
           end-if.

           perform check-one-sort-field
               varying s from 1 by 1
               until s is greater than 3
               or outcome is not equal spaces.

           exit paragraph.

       check-one-sort-field.
           if spec-part(s) is equal spaces then
               exit paragraph
           end-if.

           set part-name to spaces.
           set part-tail to spaces.

           unstring spec-part(s) delimited by ":"
               into part-name, part-tail
           end-unstring.

           move function trim(part-name) to check-name.
           perform find-declared-field.

           if field-known is equal 0 then
               string
                   "sort field " function trim(check-name)
                   " is not declared for "
                   function trim(ej-table)
                   into outcome
               end-string
           end-if.

           exit paragraph.

       find-declared-field.
           set field-known to 0.

           perform match-declared-field
               varying f from 1 by 1
               until f is greater than field-list-size
               or field-known is equal 1.

           exit paragraph.

       match-declared-field.
           if qf-name(f) is equal check-name then
               set field-known to 1
           end-if.

           exit paragraph.

      *    FIND-REQUESTER -- THE ACCOUNT'S DEPARTMENT (THE ROW
      *    SCOPE THE EXPORT RUNS UNDER) AND MAIL ADDRESS.
       find-requester.
           open input user-file.

           if user-stat is not equal "00" then
               set outcome to "the user file cannot be read"
               exit paragraph
           end-if.

           move requester to user-name.

           read user-file
               key is user-name
               invalid key
                   set outcome to "no account for the requester"
               not invalid key
                   move user-dept to ej-dept
                   move user-email to ej-email
                   move user-role to ej-role
           end-read.

           close user-file.

           exit paragraph.

       end program export-submit.

      *****************************************

       identification division.
       program-id. export-job-run.

      ************************************************************
      * BUILDS ONE QUEUED EXPORT -- THE job-worker CONTRACT (THE
      * PAYLOAD IS THE EXPORT NUMBER, job-ok 1 ON SUCCESS), SO A
      * BIG EXTRACT RUNS IN THE BATCH REGION WITH NO ROUTE
      * TIMEOUT OVER IT. THE RUN TAKES ON THE TENANT RECORDED
      * WITH THE REQUEST (active-tenant, PUT BACK AFTERWARDS) AND
      * WALKS THE TABLE THROUGH query-scan WITH THE RECORDED
      * DEPARTMENT, SO THE FILE HOLDS EXACTLY THE ROWS THE QUERY
      * SCREEN WOULD HAVE SHOWN THE REQUESTER -- TENANT PARTITION,
      * rowscope.cfg SCOPING, CLEAR SENSITIVE FIELDS AND ALL.
      *
      * THE FILE IS "export.<number>.<csv|txt|xml>":
      *
      *     CSV    A HEADING LINE, THEN THE KEY AND EACH DECLARED
      *            FIELD, QUOTED AS /maintain/querycsv QUOTES
      *     FIXED  THE KEY IN 50 COLUMNS, THEN EACH DECLARED FIELD
      *            AT ITS schemas.cfg LENGTH, NO HEADING
      *     XML    <rows><row><key>..</key><field name="..">..
      *            </field>..</row></rows>, ESCAPED AS
      *            render-xml-rows ESCAPES
      *
      * (A TABLE WITH NO DECLARATIONS EXPORTS THE RAW ROW AS ITS
      * ONE "value".) A SORT ORDER HOLDS THE MATCHES IN MEMORY
      * AND ORDERS THEM THE WAY sorted-extract DOES -- UP TO 2000
      * ROWS, THE SAME DELIBERATE CEILING; PAST IT THE EXPORT
      * FAILS WITH A MESSAGE RATHER THAN DROPPING ROWS. UNSORTED
      * EXPORTS HAVE NO CEILING.
      *
      * A BUILT FILE GETS A link-sign URL (EXPORT_LINK_TTL
      * SECONDS, DEFAULT 172800 -- TWO DAYS) MAILED FROM
      * EXPORT_MAIL_FROM (DEFAULT noreply@localhost) WITH THE SITE
      * ADDRESS IN EXPORT_LINK_BASE IN FRONT; A MAIL THAT CANNOT
      * GO STILL LEAVES THE EXPORT DONE, ON THE MY EXPORTS PAGE.
      * EVERY FINISHED RUN, DONE OR FAILED, ADDS A LINE TO
      * "exports.log" -- WHO TOOK WHICH TABLE, UNDER WHICH
      * CONDITIONS, HOW MANY ROWS, WHEN -- FOR THE AUDITORS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select out-file assign to dynamic out-path
           organization is line sequential
           file status is out-stat.

           select ledger-file assign to "exports.log"
           organization is line sequential
           file status is ledger-stat.

       data division.

       file section.
       fd out-file.
       01 out-record pic x(8192).

       fd ledger-file.
       01 ledger-record pic x(1024).

       working-storage section.
       01 active-tenant pic x(30) external.

       77 out-stat      pic xx.
       77 out-path      pic x(128).
       77 ledger-stat   pic xx.
       77 prior-tenant  pic x(30).
       77 read-action   pic x(4) value "READ".
       77 save-action   pic x(4) value "SAVE".
       77 store-found   pic 9.
       77 stamp-days    pic 9(4) value 0.
       77 file-open     pic 9.
       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       01 export-job.
           05 ej-id        pic x(10).
           05 ej-status    pic x(10).
           05 ej-query.
               10 ej-table pic x(30).
               10 ej-cond occurs 8 times.
                   15 ej-field  pic x(30).
                   15 ej-op     pic x(2).
                   15 ej-value  pic x(64).
                   15 ej-value2 pic x(64).
           05 ej-sort      pic x(128).
           05 ej-format    pic x(5).
           05 ej-via       pic x(6).
           05 ej-requester pic x(64).
           05 ej-email     pic x(64).
           05 ej-dept      pic x(16).
           05 ej-tenant    pic x(30).
           05 ej-requested pic x(29).
           05 ej-finished  pic x(29).
           05 ej-file      pic x(128).
           05 ej-link      pic x(128).
           05 ej-expires   pic 9(11).
           05 ej-rows      pic 9(9).
           05 ej-outcome   pic x(80).
           05 ej-tries     pic 9(3).
           05 ej-role      pic x(16).
           05 filler       pic x(228).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       01 match-rows.
           05 match-row occurs 50 times.
               10 match-key   pic x(50).
               10 match-value pic x(1024).
       77 match-count  pic 9(3).
       77 last-key     pic x(50).
       77 resume-key   pic x(50).
       77 more-rows    pic 9.
       77 want-count   pic 9(3) value 50.
       77 scope-field  pic x(30).
       77 scope-found  pic 9.
       77 r            pic 9(3).
       77 f            pic 9(2).
       77 n            pic 9.

      *    THE SORT ORDER, RESOLVED AGAINST THE FIELD LIST.
       01 sort-fields.
           05 sort-field occurs 3 times.
               10 sf-name    pic x(30).
               10 sf-desc    pic 9.
               10 sf-offset  pic 9(4).
               10 sf-length  pic 9(4).
               10 sf-numeric pic 9.
           05 sort-field-size pic 9(1).
       01 spec-parts.
           05 spec-part occurs 3 times pic x(40).
       77 part-name    pic x(30).
       77 part-tail    pic x(8).
       77 s            pic 9(1).

      *    THE MATCHES OF A SORTED EXPORT, ORDERED BY STRAIGHT
      *    SELECTION AS sorted-extract ORDERS THEM.
       01 row-store.
           05 stored-row occurs 2000 times.
               10 st-key   pic x(50).
               10 st-value pic x(1024).
               10 st-taken pic 9.
           05 row-store-size pic 9(4).
       77 overflowed   pic 9.
       77 out-rank     pic 9(4).
       77 best-idx     pic 9(4).
       77 cand-idx     pic 9(4).
       77 compare-verdict pic s9.
       77 a-text       pic x(64).
       77 b-text       pic x(64).
       77 a-number     pic s9(13)v9(4).
       77 b-number     pic s9(13)v9(4).

      *    ONE OUTPUT ROW.
       77 out-key      pic x(50).
       77 out-value    pic x(1024).
       01 line-data    pic x(8192).
       77 line-pointer pic 9(5).
       77 cell-source  pic x(1024).
       77 cell-length  pic 9(4).
       77 quote-hits   pic 9(4).
       77 hidden-count pic 9(2).
       77 comma-hits   pic 9(4).
       77 e            pic 9(4).

      *    DELIVERY.
       77 link-path    pic x(256).
       77 link-ttl     pic 9(6).
       77 link-ttl-text pic x(6).
       77 signed-url   pic x(512).
       77 sign-status  pic 9.
       77 url-head     pic x(512).
       77 url-tail     pic x(512).
       77 expiry-text  pic x(11).
       77 link-base    pic x(128).
       77 mail-from    pic x(128).
       77 mail-to-addr pic x(128).
       77 mail-subject pic x(128).
       77 mail-body    pic x(4096).
       77 mail-status  pic 9.
       77 ttl-hours    pic 9(4).
       77 ttl-edit     pic z(3)9.
       77 rows-edit    pic z(8)9.

       linkage section.
       01 job-payload pic x(512).
       01 job-result  pic x(256).
       01 job-ok      pic 9.

       procedure division using job-payload, job-result, job-ok.

           set job-ok to 0.
           set job-result to spaces.

           initialize export-job.
           move job-payload(1:10) to ej-id.
           set store-found to 0.

           call "export-job-store"
           using by content read-action,
           by reference export-job,
           by reference store-found.

           if store-found is equal 0 then
               set job-result to "no such export"
               exit program
           end-if.

           if ej-status is equal "DONE" then
               set job-result to "already built"
               set job-ok to 1
               exit program
           end-if.

           add 1 to ej-tries.
           set ej-outcome to spaces.
           set ej-rows to 0.
           set ej-link to spaces.
           set ej-expires to 0.

           move active-tenant to prior-tenant.
           move ej-tenant to active-tenant.

           perform build-export.

           move prior-tenant to active-tenant.

           if ej-outcome is equal spaces then
               perform deliver-export
           end-if.

           if ej-status is not equal "DONE" then
               set ej-status to "FAILED"
               if ej-file is not equal spaces then
                   move ej-file to out-path
                   call "CBL_DELETE_FILE" using out-path
               end-if
           end-if.

           call "date-utc"
           using by reference ej-finished,
           by content stamp-days.

           call "export-job-store"
           using by content save-action,
           by reference export-job,
           by reference store-found.

           move ej-outcome to job-result.

           perform write-ledger-line.

           if job-ok is equal 1 then
               move "INFO" to log-level
           else
               move "WARN" to log-level
           end-if.

           move "export-job-run" to log-source.
           move ej-rows to rows-edit.

           set log-text to spaces.
           string
               "EXPORT " ej-id " OF " function trim(ej-table)
               " FOR " function trim(ej-requester) " "
               function trim(ej-status) ", "
               function trim(rows-edit) " ROW(S): "
               function trim(ej-outcome)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit program.

      *    BUILD-EXPORT -- THE FILE, START TO FINISH; ej-outcome
      *    STAYS BLANK ONLY WHEN IT WAS WRITTEN WHOLE.
       build-export.
           call "query-table-fields"
           using by content ej-table,
           by reference field-list.

           perform resolve-sort-order.

           if ej-outcome is not equal spaces then
               exit paragraph
           end-if.

           set scope-field to spaces.
           set scope-found to 0.

           call "table-scope-field"
           using by content ej-table,
           by reference scope-field,
           by reference scope-found.

           if scope-found is equal 0 then
               set scope-field to spaces
           end-if.

           set ej-file to spaces.
           evaluate ej-format
               when "FIXED"
                   string
                       "export." ej-id ".txt"
                       into ej-file
                   end-string
               when "XML"
                   string
                       "export." ej-id ".xml"
                       into ej-file
                   end-string
               when other
                   string
                       "export." ej-id ".csv"
                       into ej-file
                   end-string
           end-evaluate.

           move ej-file to out-path.

           open output out-file.

           if out-stat is not equal "00" then
               string
                   "cannot create " function trim(ej-file)
                   " - status " out-stat
                   into ej-outcome
               end-string
               exit paragraph
           end-if.

           perform write-heading.

      *    THE WHOLE-TABLE WALK HOLDS THE DATA-LAYER FILES OPEN
      *    (db-batch-start) -- ONE open() FOR THE RUN, NOT ONE PER
      *    query-scan CALL.
           set row-store-size to 0.
           set overflowed to 0.
           set resume-key to spaces.
           set more-rows to 1.

           call "db-batch-start".

           perform scan-one-batch
               until more-rows is equal 0
               or overflowed is equal 1.

           call "db-batch-end".

           if overflowed is equal 1 then
               close out-file
               string
                   "over 2000 rows to sort - add conditions or "
                   "drop the sort order"
                   into ej-outcome
               end-string
               exit paragraph
           end-if.

           if sort-field-size is greater than 0 then
               perform write-best-remaining
                   varying out-rank from 1 by 1
                   until out-rank is greater than row-store-size
           end-if.

           if ej-format is equal "XML" then
               move "</rows>" to out-record
               write out-record
           end-if.

           close out-file.

           exit paragraph.

      *    RESOLVE-SORT-ORDER -- "name[:D],..." INTO THE SORT
      *    FIELD LIST; A NAME THE TABLE NO LONGER DECLARES FAILS
      *    THE EXPORT (schemas.cfg CAN CHANGE BETWEEN THE REQUEST
      *    AND THE RUN).
       resolve-sort-order.
           initialize sort-fields.
           initialize spec-parts.

           if ej-sort is equal spaces then
               exit paragraph
           end-if.

           unstring ej-sort delimited by ","
               into spec-part(1), spec-part(2), spec-part(3)
           end-unstring.

           perform resolve-one-sort-field
               varying s from 1 by 1
               until s is greater than 3
               or ej-outcome is not equal spaces.

           exit paragraph.

       resolve-one-sort-field.
           if spec-part(s) is equal spaces then
               exit paragraph
           end-if.

           set part-name to spaces.
           set part-tail to spaces.

           unstring spec-part(s) delimited by ":"
               into part-name, part-tail
           end-unstring.

           add 1 to sort-field-size.
           move function trim(part-name)
               to sf-name(sort-field-size).

           if part-tail(1:1) is equal "D"
           or part-tail(1:1) is equal "d" then
               set sf-desc(sort-field-size) to 1
           end-if.

           perform find-sort-position
               varying f from 1 by 1
               until f is greater than field-list-size
               or sf-offset(sort-field-size) is greater than 0.

           if sf-offset(sort-field-size) is equal 0 then
               string
                   "sort field " function trim(part-name)
                   " is no longer declared"
                   into ej-outcome
               end-string
           end-if.

           exit paragraph.

       find-sort-position.
           if qf-name(f) is not equal sf-name(sort-field-size) then
               exit paragraph
           end-if.

           move qf-offset(f) to sf-offset(sort-field-size).
           move qf-length(f) to sf-length(sort-field-size).
           if sf-length(sort-field-size) is greater than 64 then
               set sf-length(sort-field-size) to 64
           end-if.
           move qf-numeric(f) to sf-numeric(sort-field-size).

           exit paragraph.

      *    SCAN-ONE-BATCH -- THE NEXT query-scan CALL'S MATCHES,
      *    WRITTEN STRAIGHT OUT OR HELD FOR THE SORT.
       scan-one-batch.
           set match-count to 0.
           set more-rows to 0.

           call "query-scan"
           using by content ej-query,
           by content field-list,
           by content resume-key,
           by content scope-field,
           by content ej-dept,
           by content want-count,
           by reference match-rows,
           by reference match-count,
           by reference last-key,
           by reference more-rows.

           perform take-one-match
               varying r from 1 by 1
               until r is greater than match-count
               or overflowed is equal 1.

           move last-key to resume-key.

           exit paragraph.

       take-one-match.
           if sort-field-size is equal 0 then
               move match-key(r) to out-key
               move match-value(r) to out-value
               perform write-one-row
               exit paragraph
           end-if.

           if row-store-size is equal 2000 then
               set overflowed to 1
               exit paragraph
           end-if.

           add 1 to row-store-size.
           move match-key(r) to st-key(row-store-size).
           move match-value(r) to st-value(row-store-size).
           set st-taken(row-store-size) to 0.

           exit paragraph.

      *    WRITE-BEST-REMAINING -- STRAIGHT SELECTION: THE UNTAKEN
      *    ROW THAT SORTS FIRST GOES OUT NEXT.
       write-best-remaining.
           set best-idx to 0.

           perform judge-candidate
               varying cand-idx from 1 by 1
               until cand-idx is greater than row-store-size.

           move st-key(best-idx) to out-key.
           move st-value(best-idx) to out-value.
           perform write-one-row.
           set st-taken(best-idx) to 1.

           exit paragraph.

       judge-candidate.
           if st-taken(cand-idx) is equal 1 then
               exit paragraph
           end-if.

           if best-idx is equal 0 then
               move cand-idx to best-idx
               exit paragraph
           end-if.

           set compare-verdict to 0.

           perform compare-on-field
               varying s from 1 by 1
               until s is greater than sort-field-size
               or compare-verdict is not equal 0.

           if compare-verdict is less than 0 then
               move cand-idx to best-idx
           end-if.

           exit paragraph.

      *    COMPARE-ON-FIELD -- NEGATIVE WHEN THE CANDIDATE SORTS
      *    FIRST ON SORT FIELD s; A DESCENDING FIELD FLIPS THE
      *    SIGN, AND A FULL TIE KEEPS THE EARLIER (KEY-ORDER) ROW.
       compare-on-field.
           set a-text to spaces.
           set b-text to spaces.
           move st-value(cand-idx)(sf-offset(s):sf-length(s))
               to a-text.
           move st-value(best-idx)(sf-offset(s):sf-length(s))
               to b-text.

           if sf-numeric(s) is equal 1 then
               set a-number to 0
               set b-number to 0
               if a-text is not equal spaces then
                   compute a-number =
                       function numval(function trim(a-text))
               end-if
               if b-text is not equal spaces then
                   compute b-number =
                       function numval(function trim(b-text))
               end-if

               if a-number is less than b-number then
                   set compare-verdict to -1
               end-if
               if a-number is greater than b-number then
                   set compare-verdict to 1
               end-if
           else
               if a-text is less than b-text then
                   set compare-verdict to -1
               end-if
               if a-text is greater than b-text then
                   set compare-verdict to 1
               end-if
           end-if.

           if sf-desc(s) is equal 1 then
               compute compare-verdict = 0 - compare-verdict
           end-if.

           exit paragraph.

      *    WRITE-HEADING -- THE CSV COLUMN NAMES, OR THE XML
      *    PROLOGUE; A FIXED-WIDTH FILE HAS NO HEADING.
       write-heading.
           move spaces to line-data.
           set line-pointer to 1.

           evaluate ej-format
               when "CSV"
                   string
                       "key"
                       into line-data
                       with pointer line-pointer
                   end-string
                   if field-list-size is equal 0 then
                       string
                           ",value"
                           into line-data
                           with pointer line-pointer
                       end-string
                   else
                       perform add-heading-cell
                           varying f from 1 by 1
                           until f is greater than field-list-size
                   end-if
               when "XML"
                   string
                       "<?xml version=" X"22" "1.0" X"22"
                       " encoding=" X"22" "UTF-8" X"22" "?><rows>"
                       into line-data
                       with pointer line-pointer
                   end-string
               when other
                   exit paragraph
           end-evaluate.

           move line-data to out-record.
           write out-record.

           exit paragraph.

       add-heading-cell.
           string
               "," function trim(qf-name(f))
               into line-data
               with pointer line-pointer
           end-string.

           exit paragraph.

      *    WRITE-ONE-ROW -- out-key AND out-value AS ONE LINE OF
      *    THE EXPORT'S FORMAT.
      *    WRITE-ONE-ROW -- out-value AS ONE LINE OF THE FILE, WITH
      *    THE FIELDS HIDDEN FROM THE REQUESTER'S ROLE MASKED.
       write-one-row.
           call "field-mask-row"
           using by content ej-table,
           by content ej-role,
           by reference out-value,
           by reference hidden-count.

           move spaces to line-data.
           set line-pointer to 1.

           evaluate ej-format
               when "CSV"
                   perform build-csv-line
               when "FIXED"
                   perform build-fixed-line
               when "XML"
                   perform build-xml-line
           end-evaluate.

           move line-data to out-record.
           write out-record.
           add 1 to ej-rows.

           exit paragraph.

       build-csv-line.
           move out-key to cell-source.
           perform add-csv-cell.

           if field-list-size is equal 0 then
               string
                   ","
                   into line-data
                   with pointer line-pointer
               end-string
               move out-value to cell-source
               perform add-csv-cell
           else
               perform add-csv-field
                   varying f from 1 by 1
                   until f is greater than field-list-size
           end-if.

           exit paragraph.

       add-csv-field.
           string
               ","
               into line-data
               with pointer line-pointer
           end-string.

           move spaces to cell-source.
           move out-value(qf-offset(f):qf-length(f))
               to cell-source.
           perform add-csv-cell.

           exit paragraph.

      *    ADD-CSV-CELL -- cell-source, TRIMMED, AS ONE CSV CELL;
      *    A COMMA OR QUOTE INSIDE MEANS QUOTED, QUOTES DOUBLED.
       add-csv-cell.
           if cell-source is equal spaces then
               exit paragraph
           end-if.

           move function trim(cell-source) to cell-source.
           set cell-length to
               function length(function trim(cell-source)).

           set quote-hits to 0.
           set comma-hits to 0.
           inspect cell-source(1:cell-length)
               tallying quote-hits for all X"22"
                        comma-hits for all ",".

           if quote-hits is equal 0
           and comma-hits is equal 0 then
               string
                   cell-source(1:cell-length)
                   into line-data
                   with pointer line-pointer
               end-string
               exit paragraph
           end-if.

           string
               X"22"
               into line-data
               with pointer line-pointer
           end-string.

           perform add-csv-char
               varying e from 1 by 1
               until e is greater than cell-length.

           string
               X"22"
               into line-data
               with pointer line-pointer
           end-string.

           exit paragraph.

       add-csv-char.
           if cell-source(e:1) is equal X"22" then
               string
                   X"22" X"22"
                   into line-data
                   with pointer line-pointer
               end-string
           else
               string
                   cell-source(e:1)
                   into line-data
                   with pointer line-pointer
               end-string
           end-if.

           exit paragraph.

      *    BUILD-FIXED-LINE -- EVERY COLUMN AT ITS FULL WIDTH, SO
      *    A fixed-load LAYOUT OF THE SAME DECLARATIONS READS IT
      *    BACK.
       build-fixed-line.
           move out-key to line-data(1:50).
           set line-pointer to 51.

           if field-list-size is equal 0 then
               move out-value to line-data(51:1024)
               exit paragraph
           end-if.

           perform add-fixed-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           exit paragraph.

       add-fixed-field.
           if line-pointer + qf-length(f) - 1 is greater than 8192
           then
               exit paragraph
           end-if.

           move out-value(qf-offset(f):qf-length(f))
               to line-data(line-pointer:qf-length(f)).
           add qf-length(f) to line-pointer.

           exit paragraph.

       build-xml-line.
           string
               "<row><key>"
               into line-data
               with pointer line-pointer
           end-string.

           move out-key to cell-source.
           perform add-xml-text.

           string
               "</key>"
               into line-data
               with pointer line-pointer
           end-string.

           if field-list-size is equal 0 then
               string
                   "<value>"
                   into line-data
                   with pointer line-pointer
               end-string
               move out-value to cell-source
               perform add-xml-text
               string
                   "</value>"
                   into line-data
                   with pointer line-pointer
               end-string
           else
               perform add-xml-field
                   varying f from 1 by 1
                   until f is greater than field-list-size
           end-if.

           string
               "</row>"
               into line-data
               with pointer line-pointer
           end-string.

           exit paragraph.

       add-xml-field.
           string
               "<field name=" X"22" function trim(qf-name(f))
               X"22" ">"
               into line-data
               with pointer line-pointer
           end-string.

           move spaces to cell-source.
           move out-value(qf-offset(f):qf-length(f))
               to cell-source.
           perform add-xml-text.

           string
               "</field>"
               into line-data
               with pointer line-pointer
           end-string.

           exit paragraph.

      *    ADD-XML-TEXT -- cell-source, TRIMMED, WITH & < >
      *    ESCAPED.
       add-xml-text.
           if cell-source is equal spaces then
               exit paragraph
           end-if.

           move function trim(cell-source) to cell-source.
           set cell-length to
               function length(function trim(cell-source)).

           perform add-xml-char
               varying e from 1 by 1
               until e is greater than cell-length.

           exit paragraph.

       add-xml-char.
           evaluate cell-source(e:1)
               when "&"
                   string
                       "&amp;"
                       into line-data
                       with pointer line-pointer
                   end-string
               when "<"
                   string
                       "&lt;"
                       into line-data
                       with pointer line-pointer
                   end-string
               when ">"
                   string
                       "&gt;"
                       into line-data
                       with pointer line-pointer
                   end-string
               when other
                   string
                       cell-source(e:1)
                       into line-data
                       with pointer line-pointer
                   end-string
           end-evaluate.

           exit paragraph.

      *    DELIVER-EXPORT -- THE SIGNED LINK ON THE RECORD AND IN
      *    THE REQUESTER'S MAIL. NO LINK MEANS NO WAY TO COLLECT
      *    THE FILE, SO THAT FAILS THE EXPORT; NO MAIL DOES NOT.
       deliver-export.
           set link-ttl-text to spaces.
           accept link-ttl-text from environment "EXPORT_LINK_TTL".
           if link-ttl-text is equal spaces then
               set link-ttl to 172800
           else
               move function trim(link-ttl-text) to link-ttl
           end-if.

           move ej-file to link-path.
           set sign-status to 0.

           call "link-sign"
           using by content link-path,
           by content link-ttl,
           by reference signed-url,
           by reference sign-status.

           if sign-status is equal 0 then
               string
                   "no download link could be signed - is "
                   "LINK_SECRET set?"
                   into ej-outcome
               end-string
               exit paragraph
           end-if.

           move signed-url to ej-link.

      *    THE EXPIRY IS THE exp= THE LINK CARRIES.
           set url-head to spaces.
           set url-tail to spaces.
           set expiry-text to spaces.
           unstring signed-url delimited by "&exp="
               into url-head, url-tail
           end-unstring.
           unstring url-tail delimited by "&"
               into expiry-text
           end-unstring.
           if expiry-text is numeric then
               move expiry-text to ej-expires
           end-if.

           set ej-status to "DONE".
           set job-ok to 1.
           move ej-rows to rows-edit.

           if ej-email is equal spaces then
               string
                   function trim(rows-edit) " row(s) ready - no mai"
                   "l address on the account, see My exports"
                   into ej-outcome
               end-string
               exit paragraph
           end-if.

           set link-base to spaces.
           accept link-base from environment "EXPORT_LINK_BASE".

           set mail-from to spaces.
           accept mail-from from environment "EXPORT_MAIL_FROM".
           if mail-from is equal spaces then
               set mail-from to "noreply@localhost"
           end-if.

           divide link-ttl by 3600 giving ttl-hours.
           move ttl-hours to ttl-edit.

           set mail-subject to spaces.
           string
               "Export " ej-id " of " function trim(ej-table)
               " is ready"
               into mail-subject
           end-string.

           set mail-body to spaces.
           string
               "Your export of " function trim(ej-table)
               " asked for at " ej-requested(1:16) " is ready: "
               function trim(rows-edit) " row(s), "
               function trim(ej-format) "." X"0A" X"0A"
               "Download it here (the link works for "
               function trim(ttl-edit) " hours):" X"0A"
               function trim(link-base) function trim(signed-url)
               X"0A" X"0A"
               "It is also listed on the My exports page." X"0A"
               delimited by size
               into mail-body
           end-string.

           move ej-email to mail-to-addr.
           set mail-status to 0.

           call "send-mail"
           using by content mail-from,
           by content mail-to-addr,
           by content mail-subject,
           by content mail-body,
           by reference mail-status.

           if mail-status is equal 1 then
               string
                   function trim(rows-edit) " row(s) ready, link ma"
                   "iled to " function trim(ej-email)
                   into ej-outcome
               end-string
           else
               string
                   function trim(rows-edit) " row(s) ready - the ma"
                   "il could not be sent, see My exports"
                   into ej-outcome
               end-string
           end-if.

           exit paragraph.

      *    WRITE-LEDGER-LINE -- ONE "exports.log" LINE PER FINISHED
      *    RUN: STAMP, NUMBER, STATUS, WHO, DEPARTMENT, TENANT,
      *    TABLE, FORMAT, ROWS, FILE, SORT AND EVERY CONDITION.
       write-ledger-line.
           open extend ledger-file.
           if ledger-stat is equal "35" then
               open output ledger-file
           end-if.

           if ledger-stat is not equal "00" then
               exit paragraph
           end-if.

           move ej-rows to rows-edit.
           move spaces to line-data.
           set line-pointer to 1.

           string
               ej-finished(1:19) " " ej-id " "
               function trim(ej-status) " user="
               function trim(ej-requester) " dept="
               function trim(ej-dept) " tenant="
               function trim(ej-tenant) " via="
               function trim(ej-via) " table="
               function trim(ej-table) " format="
               function trim(ej-format) " rows="
               function trim(rows-edit) " file="
               function trim(ej-file) " sort="
               function trim(ej-sort) " where="
               into line-data
               with pointer line-pointer
               on overflow
                   continue
           end-string.

           perform add-ledger-condition
               varying n from 1 by 1
               until n is greater than 8.

           move line-data(1:1024) to ledger-record.
           write ledger-record.

           close ledger-file.

           exit paragraph.

       add-ledger-condition.
           if ej-field(n) is equal spaces then
               exit paragraph
           end-if.

           string
               function trim(ej-field(n)) ":" ej-op(n) ":"
               function trim(ej-value(n))
               into line-data
               with pointer line-pointer
               on overflow
                   continue
           end-string.

           if ej-op(n) is equal "BT" then
               string
                   ":" function trim(ej-value2(n))
                   into line-data
                   with pointer line-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               ";"
               into line-data
               with pointer line-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       end program export-job-run.

      *****************************************

       identification division.
       program-id. http-maintain-export.

      ************************************************************
      * POST /maintain/export -- THE QUERY SCREEN'S "EXPORT" FORM:
      * THE QUERY'S HIDDEN FIELDS (OR saved=NAME, ONE OF THE
      * USER'S SAVED QUERIES) PLUS sort AND format. THE EXPORT IS
      * RECORDED AND QUEUED FOR THE SIGNED-IN USER THROUGH
      * export-submit AND THE PAGE ANSWERS AT ONCE; THE FILE IS
      * BUILT BY job-worker AND ANNOUNCED BY MAIL, AND THE MY
      * EXPORTS PAGE FOLLOWS IT MEANWHILE.
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
           05 string-data pic x(1024).
           05 string-size pic 9(5).

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 query-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).

       01 saved-names.
           05 saved-name occurs 20 times pic x(30).
           05 saved-name-size pic 9(2).

       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 body-length   pic 9(6).
       77 after-key     pic x(50).
       77 query-name    pic x(30).
       77 saved-status  pic 9.
       77 load-action   pic x(4) value "LOAD".
       77 q             pic 9(3).
       77 want-sort     pic x(128).
       77 want-format   pic x(5).
       77 asked-via     pic x(6) value "SCREEN".
       77 job-id        pic x(10).
       77 submit-status pic 9.
       77 outcome-text  pic x(80).
       77 out-pointer   pic 9(5).

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
           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           call "query-take-params"
           using by reference form-fields,
           by reference query-def,
           by reference after-key,
           by reference query-name.

           if query-name is not equal spaces then
               set saved-status to 0

               call "query-saved-store"
               using by content load-action,
               by content user-name,
               by content query-name,
               by reference query-def,
               by reference saved-names,
               by reference saved-status
           end-if.

           set want-sort to spaces.
           set want-format to spaces.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set submit-status to 0.

           call "export-submit"
           using by content query-def,
           by content want-sort,
           by content want-format,
           by content user-name,
           by content asked-via,
           by reference job-id,
           by reference submit-status,
           by reference outcome-text.

           set response-headers-size to 0.

           if submit-status is equal 1 then
               set status-code to 200
               set status-text to "OK"
           else
               set status-code to 400
               set status-text to "Bad Request"
           end-if.

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Export</h1><p>"
               function trim(outcome-text)
               "</p><p><a href=" X"22" "/maintain/exports" X"22"
               ">My exports</a> | <a href=" X"22"
               "/maintain/query" X"22"
               ">Query</a></p></body></html>" X"0A"
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
               when "sort"
                   move get-value(q)(1:128) to want-sort
               when "format"
                   move get-value(q)(1:5) to want-format
           end-evaluate.

           exit paragraph.

       end program http-maintain-export.

      *****************************************

       identification division.
       program-id. http-maintain-exports.

      ************************************************************
      * GET /maintain/exports -- "MY EXPORTS": THE SIGNED-IN
      * USER'S OWN EXPORTS, NEWEST FIRST (THE LATEST 20) -- TABLE,
      * FORMAT, WHEN ASKED AND FINISHED, STATUS, ROWS AND OUTCOME,
      * AND FOR A BUILT ONE THE SIGNED DOWNLOAD LINK UNTIL IT
      * EXPIRES. NOBODY ELSE'S EXPORTS SHOW HERE; exports.log IS
      * WHERE THE AUDITORS LOOK ACROSS USERS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select export-file assign to "exports.dat"
           organization is indexed
           access mode is sequential
           record key is ej-id
           file status is export-stat.

       data division.

       file section.
       fd export-file.
       01 export-job.
           05 ej-id        pic x(10).
           05 ej-status    pic x(10).
           05 ej-query.
               10 ej-table pic x(30).
               10 ej-cond occurs 8 times.
                   15 ej-field  pic x(30).
                   15 ej-op     pic x(2).
                   15 ej-value  pic x(64).
                   15 ej-value2 pic x(64).
           05 ej-sort      pic x(128).
           05 ej-format    pic x(5).
           05 ej-via       pic x(6).
           05 ej-requester pic x(64).
           05 ej-email     pic x(64).
           05 ej-dept      pic x(16).
           05 ej-tenant    pic x(30).
           05 ej-requested pic x(29).
           05 ej-finished  pic x(29).
           05 ej-file      pic x(128).
           05 ej-link      pic x(128).
           05 ej-expires   pic 9(11).
           05 ej-rows      pic 9(9).
           05 ej-outcome   pic x(80).
           05 ej-tries     pic 9(3).
           05 ej-role      pic x(16).
           05 filler       pic x(228).

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

       01 recent-exports.
           05 recent-export occurs 20 times pic x(2304).
       77 recent-count pic 9(2).
       77 recent-next  pic 9(2).
       77 r            pic 9(2).
       77 shown        pic 9(2).

       77 export-stat  pic xx.
       77 scan-eof     pic 9.
       77 user-ok      pic 9.
       77 user-name    pic x(64).
       77 user-role    pic x(16).
       77 session-found pic 9.
       77 out-pointer  pic 9(5).
       77 rows-edit    pic z(8)9.
       77 today-int    pic 9(8).
       77 current-epoch pic 9(11).

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
           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           move function current-date(1:8) to today-int.
           compute current-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

      *    THE FILE IS IN EXPORT-NUMBER (= AGE) ORDER; A RING OF
      *    THE LAST 20 OF THIS USER'S IS THE 20 NEWEST.
           set recent-count to 0.
           set recent-next to 1.

           open input export-file.

           if export-stat is equal "00" then
               set scan-eof to 0
               perform remember-one-export until scan-eof is equal 1
               close export-file
           end-if.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>My exports</h1>" X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           if recent-count is equal 0 then
               string
                   "<p>No exports on file. Ask for one from the "
                   "<a href=" X"22" "/maintain/query" X"22"
                   ">query screen</a>.</p>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "<table><tr><th>Export</th><th>Table</th>"
                   "<th>Format</th><th>Asked</th><th>Finished</th>"
                   "<th>Status</th><th>Rows</th><th>Outcome</th>"
                   "<th>File</th></tr>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string

               set r to recent-next
               perform show-one-export
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
               "<p><a href=" X"22" "/maintain" X"22"
               ">Back</a></p></body></html>" X"0A"
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

       remember-one-export.
           read export-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if ej-requester is not equal user-name then
               exit paragraph
           end-if.

           move export-job to recent-export(recent-next).

           if recent-count is less than 20 then
               add 1 to recent-count
           end-if.

           if recent-next is equal 20 then
               set recent-next to 1
           else
               add 1 to recent-next
           end-if.

           exit paragraph.

      *    SHOW-ONE-EXPORT -- STEPS BACK THROUGH THE RING FROM THE
      *    NEWEST ENTRY.
       show-one-export.
           if r is equal 1 then
               set r to 20
           else
               subtract 1 from r
           end-if.

           move recent-export(r) to export-job.
           move ej-rows to rows-edit.

           string
               "<tr><td>" ej-id "</td><td>" function trim(ej-table)
               "</td><td>" function trim(ej-format)
               "</td><td>" ej-requested(1:16)
               "</td><td>" ej-finished(1:16)
               "</td><td>" function trim(ej-status)
               "</td><td>" function trim(rows-edit)
               "</td><td>" function trim(ej-outcome)
               "</td><td>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if ej-status is equal "DONE" then
               if ej-expires is greater than current-epoch then
                   string
                       "<a href=" X"22" function trim(ej-link) X"22"
                       ">Download</a>"
                       into string-data
                       with pointer out-pointer
                       on overflow
                           continue
                   end-string
               else
                   string
                       "link expired"
                       into string-data
                       with pointer out-pointer
                       on overflow
                           continue
                   end-string
               end-if
           end-if.

           string
               "</td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       end program http-maintain-exports.

      *****************************************

       identification division.
       program-id. exports_http.

      ************************************************************
      * REGISTERS THE EXPORT API ROUTES IN ONE CALL, THE SAME
      * SHAPE AS jobs_http/signedlink_http:
      *
      *     call "exports_http" using http-tbl
      *
      * REGISTERS:
      *     POST /exports -- ASK FOR AN EXPORT (http-exports-
      *                      request): 202 AND THE EXPORT NUMBER
      *     GET  /exports -- THE CALLER'S EXPORTS AS JSON
      *                      (http-exports-list)
      *
      * BOTH ANSWER FOR THE SIGNED-IN USER OF THE SESSION COOKIE
      * -- AN EXPORT IS MAILED TO, SCOPED TO AND AUDITED AGAINST
      * A PERSON, SO A BARE API KEY IS NOT ENOUGH.
      ************************************************************

       data division.

       working-storage section.
       77 route-path   pic x(2048).
       77 route-method pic x(16).
       77 route-handle usage procedure-pointer.
       77 route-type   pic x(16).

       linkage section.
       01 http-tbl.
           05 http-host pic x(50).
           05 http-len  pic 9(5).
           05 http-cap  pic 9(5).
           05 http-public pic x(256).
           05 http-cert-path pic x(256).
           05 http-key-path  pic x(256).
           05 cache-max-age pic 9(6).
           05 max-header-count pic 9(3).
           05 max-uri-length pic 9(4).
           05 vhost-size pic 9(2).
           05 http-vhost occurs 8 times.
              10 vhost-host   pic x(50).
              10 vhost-public pic x(256).
           05 has-middleware pic 9.
           05 http-middleware usage procedure-pointer.
           05 rate-limit-max pic 9(5).
           05 rate-limit-window pic 9(5).
           05 normalize-path pic 9.
           05 mount-size pic 9(2).
           05 http-mount occurs 8 times.
              10 mount-prefix pic x(256).
              10 mount-root   pic x(256).
           05 allow-listing pic 9.
           05 maintenance-mode pic 9.
           05 trusted-proxy pic x(50).
           05 listen-size pic 9(2).
           05 http-listen occurs 4 times.
              10 listen-address pic x(50).
              10 listen-cert pic x(256).
              10 listen-key  pic x(256).
           05 http-route occurs 1 to 2048 times depending on http-cap.
              10 func usage procedure-pointer.
              10 tab-path   pic x(2048).
              10 tab-method pic x(16).
              10 route-timeout pic 9(3).
              10 route-cache-ttl pic 9(5).

       procedure division using http-tbl.

           set route-type to spaces.

           set route-path to "/exports".
           set route-method to "POST".
           set route-handle to entry "http-exports-request".
           perform register-one-route.

           set route-path to "/exports".
           set route-method to "GET".
           set route-handle to entry "http-exports-list".
           perform register-one-route.

           exit program.

       register-one-route.
           call "handle_http"
           using by reference http-tbl,
           by content route-path,
           by content route-method,
           by content route-handle,
           by content route-type.

           exit paragraph.

       end program exports_http.

      *****************************************

       identification division.
       program-id. http-exports-request.

      ************************************************************
      * POST /exports -- THE API FORM OF THE QUERY SCREEN'S EXPORT
      * BUTTON. THE BODY IS JSON (parse-json) OR URLENCODED
      * (parse-form) WITH THE QUERY SCREEN'S NAMES: table, f1..f8,
      * o1..o8, v1..v8, w1..w8, OR saved; PLUS sort
      * ("amount:D,opened") AND format (CSV, FIXED OR XML).
      * ANSWERS 202 {"id","status":"QUEUED","detail"} ONCE THE
      * EXPORT IS QUEUED, 400 WITH THE REASON WHEN export-submit
      * REFUSES IT, AND 403 WITHOUT A SIGNED-IN SESSION.
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
           05 string-data pic x(1024).
           05 string-size pic 9(5).

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 query-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).

       01 saved-names.
           05 saved-name occurs 20 times pic x(30).
           05 saved-name-size pic 9(2).

       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 body-length   pic 9(6).
       77 after-key     pic x(50).
       77 query-name    pic x(30).
       77 saved-status  pic 9.
       77 load-action   pic x(4) value "LOAD".
       77 q             pic 9(3).
       77 want-sort     pic x(128).
       77 want-format   pic x(5).
       77 asked-via     pic x(6) value "API".
       77 job-id        pic x(10).
       77 submit-status pic 9.
       77 outcome-text  pic x(80).

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

           set response-headers-size to 0.
           move spaces to string-data.
           set string-size to 1.

           set user-name to spaces.
           set session-found to 0.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           if session-found is equal 0 then
               set status-code to 403
               set status-text to "Forbidden"
               string
                   "{" X"22" "error" X"22" ":" X"22"
                   "sign in to ask for an export" X"22" "}"
                   into string-data
                   with pointer string-size
               end-string
               perform send-answer
               exit program
           end-if.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           if function trim(request-body)(1:1) is equal "{" then
               call "parse-json"
               using by reference form-fields,
               by content request-body,
               by content body-length
           else
               call "parse-form"
               using by reference form-fields,
               by content request-body,
               by content body-length
           end-if.

           call "query-take-params"
           using by reference form-fields,
           by reference query-def,
           by reference after-key,
           by reference query-name.

           if query-name is not equal spaces then
               set saved-status to 0

               call "query-saved-store"
               using by content load-action,
               by content user-name,
               by content query-name,
               by reference query-def,
               by reference saved-names,
               by reference saved-status
           end-if.

           set want-sort to spaces.
           set want-format to spaces.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set submit-status to 0.

           call "export-submit"
           using by content query-def,
           by content want-sort,
           by content want-format,
           by content user-name,
           by content asked-via,
           by reference job-id,
           by reference submit-status,
           by reference outcome-text.

           if submit-status is equal 1 then
               set status-code to 202
               set status-text to "Accepted"
               string
                   "{" X"22" "id" X"22" ":" X"22" job-id X"22"
                   "," X"22" "status" X"22" ":" X"22" "QUEUED" X"22"
                   "," X"22" "detail" X"22" ":" X"22"
                   function trim(outcome-text) X"22" "}"
                   into string-data
                   with pointer string-size
               end-string
           else
               set status-code to 400
               set status-text to "Bad Request"
               string
                   "{" X"22" "error" X"22" ":" X"22"
                   function trim(outcome-text) X"22" "}"
                   into string-data
                   with pointer string-size
               end-string
           end-if.

           perform send-answer.

           exit program.

       take-one-field.
           evaluate get-name(q)
               when "sort"
                   move get-value(q)(1:128) to want-sort
               when "format"
                   move get-value(q)(1:5) to want-format
           end-evaluate.

           exit paragraph.

       send-answer.
           compute string-size = string-size - 1.

           call "sendjson_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit paragraph.

       end program http-exports-request.

      *****************************************

       identification division.
       program-id. http-exports-list.

      ************************************************************
      * GET /exports -- THE SIGNED-IN CALLER'S EXPORTS AS JSON,
      * NEWEST FIRST (THE LATEST 20), THE SAME FACTS AS THE MY
      * EXPORTS PAGE: {"exports":[{"id","table","format",
      * "status","rows","requested","finished","outcome"
      * [,"link"]}]}. "link" IS THE SIGNED /dl URL, PRESENT ONLY
      * FOR A BUILT EXPORT WHOSE LINK HAS NOT EXPIRED. 403
      * WITHOUT A SIGNED-IN SESSION.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select export-file assign to "exports.dat"
           organization is indexed
           access mode is sequential
           record key is ej-id
           file status is export-stat.

       data division.

       file section.
       fd export-file.
       01 export-job.
           05 ej-id        pic x(10).
           05 ej-status    pic x(10).
           05 ej-query.
               10 ej-table pic x(30).
               10 ej-cond occurs 8 times.
                   15 ej-field  pic x(30).
                   15 ej-op     pic x(2).
                   15 ej-value  pic x(64).
                   15 ej-value2 pic x(64).
           05 ej-sort      pic x(128).
           05 ej-format    pic x(5).
           05 ej-via       pic x(6).
           05 ej-requester pic x(64).
           05 ej-email     pic x(64).
           05 ej-dept      pic x(16).
           05 ej-tenant    pic x(30).
           05 ej-requested pic x(29).
           05 ej-finished  pic x(29).
           05 ej-file      pic x(128).
           05 ej-link      pic x(128).
           05 ej-expires   pic 9(11).
           05 ej-rows      pic 9(9).
           05 ej-outcome   pic x(80).
           05 ej-tries     pic 9(3).
           05 ej-role      pic x(16).
           05 filler       pic x(228).

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

       01 recent-exports.
           05 recent-export occurs 20 times pic x(2304).
       77 recent-count pic 9(2).
       77 recent-next  pic 9(2).
       77 r            pic 9(2).
       77 shown        pic 9(2).

       77 export-stat  pic xx.
       77 scan-eof     pic 9.
       77 user-name    pic x(64).
       77 user-role    pic x(16).
       77 session-found pic 9.
       77 rows-edit    pic z(8)9.
       77 today-int    pic 9(8).
       77 current-epoch pic 9(11).

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

           set response-headers-size to 0.
           move spaces to string-data.
           set string-size to 1.

           set user-name to spaces.
           set session-found to 0.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           if session-found is equal 0 then
               set status-code to 403
               set status-text to "Forbidden"
               string
                   "{" X"22" "error" X"22" ":" X"22"
                   "sign in to see your exports" X"22" "}"
                   into string-data
                   with pointer string-size
               end-string
               perform send-answer
               exit program
           end-if.

           move function current-date(1:8) to today-int.
           compute current-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           set recent-count to 0.
           set recent-next to 1.

           open input export-file.

           if export-stat is equal "00" then
               set scan-eof to 0
               perform remember-one-export until scan-eof is equal 1
               close export-file
           end-if.

           set status-code to 200.
           set status-text to "OK".

           string
               "{" X"22" "exports" X"22" ":["
               into string-data
               with pointer string-size
           end-string.

           set r to recent-next.
           perform show-one-export
               varying shown from 1 by 1
               until shown is greater than recent-count.

           string
               "]}"
               into string-data
               with pointer string-size
               on overflow
                   continue
           end-string.

           perform send-answer.

           exit program.

       remember-one-export.
           read export-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if ej-requester is not equal user-name then
               exit paragraph
           end-if.

           move export-job to recent-export(recent-next).

           if recent-count is less than 20 then
               add 1 to recent-count
           end-if.

           if recent-next is equal 20 then
               set recent-next to 1
           else
               add 1 to recent-next
           end-if.

           exit paragraph.

      *    SHOW-ONE-EXPORT -- STEPS BACK THROUGH THE RING FROM THE
      *    NEWEST ENTRY.
       show-one-export.
           if r is equal 1 then
               set r to 20
           else
               subtract 1 from r
           end-if.

           move recent-export(r) to export-job.
           move ej-rows to rows-edit.

           if shown is greater than 1 then
               string
                   ","
                   into string-data
                   with pointer string-size
                   on overflow
                       continue
               end-string
           end-if.

           string
               "{" X"22" "id" X"22" ":" X"22" ej-id X"22"
               "," X"22" "table" X"22" ":" X"22"
               function trim(ej-table) X"22"
               "," X"22" "format" X"22" ":" X"22"
               function trim(ej-format) X"22"
               "," X"22" "status" X"22" ":" X"22"
               function trim(ej-status) X"22"
               "," X"22" "rows" X"22" ":"
               function trim(rows-edit)
               "," X"22" "requested" X"22" ":" X"22"
               function trim(ej-requested) X"22"
               "," X"22" "finished" X"22" ":" X"22"
               function trim(ej-finished) X"22"
               "," X"22" "outcome" X"22" ":" X"22"
               function trim(ej-outcome) X"22"
               into string-data
               with pointer string-size
               on overflow
                   continue
           end-string.

           if ej-status is equal "DONE"
           and ej-expires is greater than current-epoch then
               string
                   "," X"22" "link" X"22" ":" X"22"
                   function trim(ej-link) X"22"
                   into string-data
                   with pointer string-size
                   on overflow
                       continue
               end-string
           end-if.

           string
               "}"
               into string-data
               with pointer string-size
               on overflow
                   continue
           end-string.

           exit paragraph.

       send-answer.
           compute string-size = string-size - 1.

           call "sendjson_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit paragraph.

       end program http-exports-list.
