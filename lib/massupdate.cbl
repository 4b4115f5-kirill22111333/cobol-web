       identification division.
       program-id. mass-update-store.

      ************************************************************
      * CRITERIA-BASED MASS UPDATES -- "RAISE EVERY OPEN PRICE IN
      * DEPARTMENT 12 BY 4 PERCENT" USED TO MEAN A ONE-OFF PROGRAM
      * OR AN AFTERNOON ON THE EDIT SCREEN. A MASS-UPDATE JOB IS A
      * TABLE, UP TO EIGHT CONDITIONS IN THE AD-HOC QUERY SHAPE
      * (query-def, JUDGED BY query-row-match) AND UP TO FOUR
      * ACTIONS ON schemas.cfg FIELDS:
      *
      *     SET  value   THE FIELD BECOMES value
      *     ADD  n       A NUMERIC FIELD GOES UP (OR DOWN) BY n
      *     PCT  p       A NUMERIC FIELD BECOMES p PERCENT OF
      *                  ITSELF, ROUNDED (PCT 104 IS A 4 PERCENT
      *                  RISE, PCT 90 A 10 PERCENT CUT)
      *
      * THE LIFE OF A JOB: mass-update-preview SELECTS THE ROWS
      * AND WRITES WHAT WOULD CHANGE (PREVIEWED); AN APPROVER WHO
      * DID NOT MAKE IT SIGNS IT OFF AND mass-update-apply POSTS
      * IT AS ONE UNIT OF WORK (APPLIED), OR THE BREAKER HOLDS IT
      * FOR AN OPERATOR (PARKED), OR A ROW THAT MOVED SINCE THE
      * PREVIEW STOPS IT (FAILED); AN APPROVER MAY ALSO TURN IT
      * DOWN (REJECTED).
      *
      * THIS PROGRAM KEEPS THE JOBS, ONE RECORD EACH, IN
      * "massupd.dat" (PER TENANT, INDEXED BY JOB ID):
      *
      *   "READ" -- THE JOB NAMED BY mj-id INTO mass-job (found 1)
      *   "SAVE" -- mass-job WRITTEN BACK, NEW OR REPLACING
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select job-file assign to dynamic job-file-name
           organization is indexed
           access mode is dynamic
           record key is mu-id
           file status is job-stat.

       data division.

       file section.
       fd job-file.
       01 job-record.
           05 mu-id   pic x(10).
           05 mu-rest pic x(1988).

       working-storage section.
       77 job-stat      pic xx.
       77 job-file-name pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).

       linkage section.
       01 store-action pic x(4).
       01 mass-job.
           05 mj-id       pic x(10).
           05 mj-status   pic x(10).
           05 mj-query.
               10 mj-table pic x(30).
               10 mj-cond occurs 8 times.
                   15 mj-field  pic x(30).
                   15 mj-op     pic x(2).
                   15 mj-value  pic x(64).
                   15 mj-value2 pic x(64).
           05 mj-action occurs 4 times.
               10 ma-field pic x(30).
               10 ma-op    pic x(3).
               10 ma-value pic x(64).
           05 mj-maker    pic x(64).
           05 mj-checker  pic x(64).
           05 mj-change-count  pic 9(7).
           05 mj-refused-count pic 9(7).
           05 mj-made     pic x(29).
           05 mj-settled  pic x(29).
           05 mj-outcome  pic x(80).
       01 found pic 9.

       procedure division using store-action, mass-job, found.

           set found to 0.

           if mj-id is equal spaces then
               exit program
           end-if.

           set tenant-stem to "massupd".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference job-file-name.

           open i-o job-file.

           if job-stat is equal "35" then
               open output job-file
               close job-file
               open i-o job-file
           end-if.

           if job-stat is not equal "00" then
               exit program
           end-if.

           evaluate store-action
               when "READ"
                   move mj-id to mu-id
                   read job-file
                       key is mu-id
                       invalid key
                           continue
                       not invalid key
                           move job-record to mass-job
                           set found to 1
                   end-read
               when "SAVE"
                   move mass-job to job-record
                   write job-record
                       invalid key
                           rewrite job-record
                               invalid key
                                   continue
                               not invalid key
                                   set found to 1
                           end-rewrite
                       not invalid key
                           set found to 1
                   end-write
           end-evaluate.

           close job-file.

           exit program.

       end program mass-update-store.

      *****************************************

       identification division.
       program-id. mass-update-files.

      ************************************************************
      * THE WORKING FILES OF MASS-UPDATE JOB job-id, ALL NAMED
      * "mu<id>" THROUGH tenant-file-name SO EACH DEPARTMENT'S
      * JOBS STAY IN ITS OWN PARTITION:
      *
      *   change-path  "<key>,<new-row>" PER ROW -- THE SHAPE
      *                load-impact-check READS, AND WHAT IS POSTED
      *   before-path  "<key>,<row-at-preview>" IN THE SAME ORDER,
      *                SO THE APPLY CAN TELL A ROW THAT MOVED
      *   report-path  THE PREVIEW LISTING (OLD AND NEW VALUES),
      *                IN THE REPORT CATALOG
      *
      * THE CHANGE FILE'S "<change-path>.ctl" CARRIES THE PREVIEW'S
      * ROW COUNT, SO run-control-check BALANCES THE APPLY AGAINST
      * THE PREVIEW THE APPROVER SIGNED OFF.
      ************************************************************

       data division.

       working-storage section.
       77 tenant-stem pic x(16).
       77 tenant-ext  pic x(4).

       linkage section.
       01 job-id      pic x(10).
       01 change-path pic x(256).
       01 before-path pic x(256).
       01 report-path pic x(64).

       procedure division using job-id, change-path, before-path,
                           report-path.

           set tenant-stem to spaces.
           string
               "mu" delimited by size
               job-id delimited by space
               into tenant-stem
           end-string.

           set change-path to spaces.
           set tenant-ext to "chg".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference change-path(1:64).

           set before-path to spaces.
           set tenant-ext to "old".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference before-path(1:64).

           set tenant-ext to "rpt".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference report-path.

           exit program.

       end program mass-update-files.

      *****************************************

       identification division.
       program-id. mass-update-preview.

      ************************************************************
      * MAKES A MASS-UPDATE JOB FROM mass-job'S TABLE, CONDITIONS,
      * ACTIONS AND MAKER: CHECKS THE DEFINITION (EVERY FIELD
      * DECLARED, ADD AND PCT ONLY ON NUMERIC FIELDS, A SET VALUE
      * THAT FITS), TAKES A JOB ID FROM db-sequence, WALKS THE
      * MATCHING ROWS WITH query-scan (rowscope.cfg APPLIES WHEN
      * scope-field IS GIVEN, AS ON THE QUERY SCREEN) AND WORKS
      * OUT EACH ROW'S NEW IMAGE. A ROW WHOSE NEW IMAGE WOULD GO
      * NEGATIVE, OVERFLOW ITS FIELD OR FAIL db-validate-row IS
      * LISTED AS REFUSED AND LEFT OUT; A ROW ALREADY SO COSTS
      * NOTHING; EVERY OTHER ROW GOES TO THE CHANGE FILE AND THE
      * PREVIEW REPORT WITH ITS OLD AND NEW VALUES. THE JOB IS
      * FILED "PREVIEWED" TO AWAIT SIGN-OFF. SENSITIVE FIELDS ARE
      * NOT PRINTED -- THE REPORT SAYS ONLY THAT THEY CHANGE.
      *
      * THE SCREEN PASSES THE MAKER'S ROLE (maker-role, OPTIONAL;
      * THE OPERATOR'S BATCH DRIVER DOES NOT) AND AN ACTION ON A
      * FIELD fieldperms.cfg DOES NOT LEAVE EDITABLE FOR THAT ROLE
      * IS REFUSED, AS THE MAINTAIN SAVE REFUSES IT. THE JOB IS
      * APPLIED AS ONE UNIT OF WORK, SO ONE THAT WOULD CHANGE MORE
      * ROWS THAN db-tx-rollback CAN BACK OUT WHOLE
      * (db-tx-row-limit) IS REFUSED HERE, NOT FILED.
      *
      * status-func 1 AND mj-id SET WHEN THE JOB WAS FILED;
      * outcome-text SAYS WHAT HAPPENED EITHER WAY.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select change-file assign to dynamic change-path
           organization is line sequential
           file status is change-stat.

           select before-file assign to dynamic before-path
           organization is line sequential
           file status is before-stat.

           select control-file assign to dynamic control-path
           organization is line sequential
           file status is control-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd change-file.
       01 change-record pic x(1100).

       fd before-file.
       01 before-record pic x(1100).

       fd control-file.
       01 control-record pic x(16).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       77 change-stat   pic xx.
       77 before-stat   pic xx.
       77 control-stat  pic xx.
       77 report-stat   pic xx.
       77 change-path   pic x(256).
       77 before-path   pic x(256).
       77 control-path  pic x(256).
       77 report-path   pic x(64).
       77 report-date   pic x(8).
       77 catalog-producer pic x(30).
       77 store-action  pic x(4) value "SAVE".
       77 store-found   pic 9.

       77 seq-name      pic x(30).
       77 next-value    pic 9(11).
       77 seq-status    pic 9.
       77 id-edit       pic 9(10).
       77 stamp-days    pic 9(4) value 0.

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       01 sensitive-list.
           05 history-field occurs 50 times.
               10 hf-name      pic x(30).
               10 hf-offset    pic 9(4).
               10 hf-length    pic 9(4).
               10 hf-sensitive pic 9.
           05 sensitive-list-size pic 9(2).

      *    EACH ACTION'S FIELD, RESOLVED ONCE: ITS PLACE IN THE
      *    ROW, WHETHER IT IS SENSITIVE, AND AN ADD OR PCT
      *    OPERAND AS A NUMBER.
       01 action-plan.
           05 action-step occurs 4 times.
               10 ap-offset    pic 9(4).
               10 ap-length    pic 9(4).
               10 ap-sensitive pic 9.
               10 ap-number    pic s9(13)v9(4).
       77 action-size   pic 9.
       77 a             pic 9.
       77 n             pic 9.
       77 f             pic 9(2).
       77 hit-field     pic 9(2).
       77 definition-ok pic 9.
       77 guard-fields  pic 9.
       77 tx-row-limit  pic 9(3).
       77 limit-edit    pic zz9.
       77 delete-result pic s9(9) comp.

       01 access-list.
           05 field-access occurs 50 times.
               10 fa-name   pic x(30).
               10 fa-offset pic 9(4).
               10 fa-length pic 9(4).
               10 fa-access pic x(1).
           05 access-list-size pic 9(2).

       01 match-rows.
           05 match-row occurs 50 times.
               10 match-key   pic x(50).
               10 match-value pic x(1024).
       77 match-count   pic 9(3).
       77 resume-key    pic x(50).
       77 last-key      pic x(50).
       77 more-rows     pic 9.
       77 want-count    pic 9(3) value 50.
       77 r             pic 9(3).

       77 new-row       pic x(1024).
       77 row-refused   pic 9.
       77 refuse-reason pic x(60).
       77 field-text    pic x(256).
       77 current-number pic s9(13)v9(4).
       77 result-number  pic s9(13).
       77 result-edit    pic z(12)9.
       77 result-length  pic 9(4).
       77 value-length   pic 9(4).
       77 row-valid     pic 9.
       77 bad-field     pic x(30).
       77 unchanged-count pic 9(7).
       77 count-edit    pic z(6)9.
       77 refused-edit  pic z(6)9.

      *    ONE LINE OF THE PREVIEW LISTING.
       01 detail-line.
           05 dl-key    pic x(30).
           05 filler    pic x(1).
           05 dl-field  pic x(20).
           05 filler    pic x(1).
           05 dl-old    pic x(38).
           05 filler    pic x(1).
           05 dl-new    pic x(38).
           05 filler    pic x(3).

      *    NUMBER-SHAPE CHECK -- DIGITS, AT MOST ONE POINT, AN
      *    OPTIONAL LEADING MINUS.
       77 shape-text   pic x(256).
       77 shape-length pic 9(3).
       77 shape-ok     pic 9.
       77 shape-points pic 9(3).
       77 s            pic 9(3).

       linkage section.
       01 mass-job.
           05 mj-id       pic x(10).
           05 mj-status   pic x(10).
           05 mj-query.
               10 mj-table pic x(30).
               10 mj-cond occurs 8 times.
                   15 mj-field  pic x(30).
                   15 mj-op     pic x(2).
                   15 mj-value  pic x(64).
                   15 mj-value2 pic x(64).
           05 mj-action occurs 4 times.
               10 ma-field pic x(30).
               10 ma-op    pic x(3).
               10 ma-value pic x(64).
           05 mj-maker    pic x(64).
           05 mj-checker  pic x(64).
           05 mj-change-count  pic 9(7).
           05 mj-refused-count pic 9(7).
           05 mj-made     pic x(29).
           05 mj-settled  pic x(29).
           05 mj-outcome  pic x(80).
       01 scope-field  pic x(30).
       01 dept-name    pic x(16).
       01 status-func  pic 9.
       01 outcome-text pic x(80).
       01 maker-role   pic x(16).

       procedure division using mass-job, scope-field, dept-name,
                           status-func, outcome-text,
                           optional maker-role.

           set status-func to 0.
           set outcome-text to spaces.
           set mj-id to spaces.

           perform check-definition.

           if definition-ok is equal 0 then
               exit program
           end-if.

           set seq-name to "MASSUPDATE".
           set seq-status to 0.

           call "db-sequence"
           using by content seq-name,
           by reference next-value,
           by reference seq-status.

           if seq-status is equal 0 then
               set outcome-text to "no job number to be had"
               exit program
           end-if.

           move next-value to id-edit.
           move id-edit to mj-id.

           call "mass-update-files"
           using by content mj-id,
           by reference change-path,
           by reference before-path,
           by reference report-path.

           call "business-date"
           using by reference report-date.

           call "date-utc"
           using by reference mj-made,
           by content stamp-days.

           open output change-file.
           open output before-file.
           open output report-file.

           if change-stat is not equal "00"
           or before-stat is not equal "00"
           or report-stat is not equal "00" then
               close change-file before-file report-file
               set outcome-text to "cannot write the job files"
               exit program
           end-if.

           perform write-report-heading.

           set mj-change-count to 0.
           set mj-refused-count to 0.
           set unchanged-count to 0.
           set resume-key to spaces.
           set more-rows to 1.

           perform preview-next-matches until more-rows is equal 0.

           perform write-report-totals.

           close change-file before-file report-file.

      *    ONE UNIT OF WORK ONLY AS BIG AS A ROLLBACK CAN REACH.
           set tx-row-limit to 0.

           call "db-tx-row-limit"
           using by content mj-table,
           by reference tx-row-limit.

           if mj-change-count is greater than tx-row-limit then
               perform refuse-oversized-job
               exit program
           end-if.

      *    THE EXPECTED ROW COUNT BESIDE THE CHANGE FILE, FOR THE
      *    run-control-check BALANCE WHEN THE JOB IS APPLIED.
           set control-path to spaces.
           string
               function trim(change-path) delimited by size
               ".ctl" delimited by size
               into control-path
           end-string.

           open output control-file.
           move mj-change-count to control-record.
           write control-record.
           close control-file.

           set catalog-producer to "mass-update".
           call "report-catalog-add"
           using by content report-path,
           by content report-date,
           by content catalog-producer.

           set mj-status to "PREVIEWED".
           set mj-checker to spaces.
           set mj-settled to spaces.

           move mj-change-count to count-edit.
           move mj-refused-count to refused-edit.
           set outcome-text to spaces.
           string
               "job " delimited by size
               mj-id delimited by size
               " previewed - " delimited by size
               function trim(count-edit) delimited by size
               " row(s) to change, " delimited by size
               function trim(refused-edit) delimited by size
               " refused" delimited by size
               into outcome-text
           end-string.
           move outcome-text to mj-outcome.

           set store-found to 0.
           call "mass-update-store"
           using by content store-action,
           by reference mass-job,
           by reference store-found.

           if store-found is equal 0 then
               set outcome-text to "the job could not be filed"
               exit program
           end-if.

           set status-func to 1.

           exit program.

      *    CHECK-DEFINITION -- THE TABLE MUST DECLARE ITS FIELDS,
      *    EVERY CONDITION AND ACTION MUST NAME ONE OF THEM, AND
      *    EACH ACTION MUST BE ONE THE FIELD CAN TAKE. A JOB THAT
      *    CANNOT BE CARRIED OUT AS WRITTEN IS REFUSED HERE RATHER
      *    THAN PREVIEWED AS "NOTHING TO DO".
       check-definition.
           set definition-ok to 0.

           if mj-table is equal spaces then
               set outcome-text to "no table given"
               exit paragraph
           end-if.

           call "query-table-fields"
           using by content mj-table,
           by reference field-list.

           call "history-table-fields"
           using by content mj-table,
           by reference sensitive-list.

           if field-list-size is equal 0 then
               set outcome-text to
                   "the table declares no fields in schemas.cfg"
               exit paragraph
           end-if.

      *    THE MAKER'S FIELD PERMISSIONS, IN THE SAME DECLARATION
      *    ORDER AS field-list.
           set guard-fields to 0.

           if address of maker-role is not equal null then
               set guard-fields to 1

               call "field-access-list"
               using by content mj-table,
               by content maker-role,
               by reference access-list
           end-if.

           set definition-ok to 1.

           perform check-one-condition
               varying n from 1 by 1
               until n is greater than 8
               or definition-ok is equal 0.

           if definition-ok is equal 0 then
               exit paragraph
           end-if.

           set action-size to 0.
           initialize action-plan.

           perform check-one-action
               varying a from 1 by 1
               until a is greater than 4
               or definition-ok is equal 0.

           if definition-ok is equal 1
           and action-size is equal 0 then
               set outcome-text to "no action given"
               set definition-ok to 0
           end-if.

           exit paragraph.

       check-one-condition.
           if mj-field(n) is equal spaces then
               exit paragraph
           end-if.

           move mj-field(n) to field-text.
           perform find-field.

           if hit-field is equal 0 then
               perform refuse-unknown-field
           end-if.

           exit paragraph.

      *    CHECK-ONE-ACTION -- ACTION a RESOLVED INTO action-plan.
      *    ACTIONS ARE TAKEN IN ORDER AND MUST BE PACKED TO THE
      *    FRONT; A BLANK ONE ENDS THE LIST.
       check-one-action.
           if ma-field(a) is equal spaces then
               exit paragraph
           end-if.

           move ma-field(a) to field-text.
           perform find-field.

           if hit-field is equal 0 then
               perform refuse-unknown-field
               exit paragraph
           end-if.

           if guard-fields is equal 1
           and fa-access(hit-field) is not equal "E" then
               set outcome-text to spaces
               string
                   "refused - field " delimited by size
                   function trim(ma-field(a)) delimited by size
                   " is read-only for you" delimited by size
                   into outcome-text
               end-string
               set definition-ok to 0
               exit paragraph
           end-if.

           add 1 to action-size.

           if action-size is not equal a then
               set outcome-text to "actions must be filled in order"
               set definition-ok to 0
               exit paragraph
           end-if.

           move qf-offset(hit-field) to ap-offset(a).
           move qf-length(hit-field) to ap-length(a).
           set ap-sensitive(a) to 0.

           perform find-sensitive-flag
               varying f from 1 by 1
               until f is greater than sensitive-list-size.

           evaluate ma-op(a)
               when "SET"
                   set value-length to 0
                   if ma-value(a) is not equal spaces then
                       set value-length to
                           function length(function trim(ma-value(a)))
                   end-if
                   if value-length is greater than ap-length(a) then
                       set outcome-text to spaces
                       string
                           "the value for " delimited by size
                           function trim(ma-field(a))
                               delimited by size
                           " is longer than the field"
                               delimited by size
                           into outcome-text
                       end-string
                       set definition-ok to 0
                   end-if
               when "ADD"
               when "PCT"
                   if qf-numeric(hit-field) is equal 0 then
                       set outcome-text to spaces
                       string
                           function trim(ma-op(a)) delimited by size
                           " needs a NUMERIC field - "
                               delimited by size
                           function trim(ma-field(a))
                               delimited by size
                           into outcome-text
                       end-string
                       set definition-ok to 0
                       exit paragraph
                   end-if
                   move ma-value(a) to shape-text
                   perform check-number-shape
                   if shape-ok is equal 0 then
                       set outcome-text to spaces
                       string
                           "the " delimited by size
                           function trim(ma-op(a)) delimited by size
                           " value for " delimited by size
                           function trim(ma-field(a))
                               delimited by size
                           " is not a number" delimited by size
                           into outcome-text
                       end-string
                       set definition-ok to 0
                       exit paragraph
                   end-if
                   compute ap-number(a) =
                       function numval(function trim(ma-value(a)))
               when other
                   set outcome-text to spaces
                   string
                       "unknown action " delimited by size
                       function trim(ma-op(a)) delimited by size
                       " - use SET, ADD or PCT" delimited by size
                       into outcome-text
                   end-string
                   set definition-ok to 0
           end-evaluate.

           exit paragraph.

      *    REFUSE-OVERSIZED-JOB -- THE WORK FILES GO AND THE JOB
      *    IS NOT FILED; THE MAKER NARROWS THE CONDITIONS.
       refuse-oversized-job.
           call "CBL_DELETE_FILE"
           using function trim(change-path)
           returning delete-result.

           call "CBL_DELETE_FILE"
           using function trim(before-path)
           returning delete-result.

           call "CBL_DELETE_FILE"
           using function trim(report-path)
           returning delete-result.

           move mj-change-count to count-edit.
           move tx-row-limit to limit-edit.
           set outcome-text to spaces.
           string
               "refused - " delimited by size
               function trim(count-edit) delimited by size
               " row(s) to change; one job may change at most "
                   delimited by size
               function trim(limit-edit) delimited by size
               into outcome-text
           end-string.

           set mj-id to spaces.

           exit paragraph.

       find-sensitive-flag.
           if hf-name(f) is equal ma-field(a) then
               move hf-sensitive(f) to ap-sensitive(a)
           end-if.

           exit paragraph.

      *    FIND-FIELD -- hit-field IS field-text'S PLACE IN THE
      *    TABLE'S DECLARATIONS, 0 WHEN IT HAS NONE.
       find-field.
           set hit-field to 0.

           perform match-one-field
               varying f from 1 by 1
               until f is greater than field-list-size
               or hit-field is greater than 0.

           exit paragraph.

       match-one-field.
           if qf-name(f) is equal field-text(1:30) then
               move f to hit-field
           end-if.

           exit paragraph.

       refuse-unknown-field.
           set outcome-text to spaces.
           string
               "field " delimited by size
               function trim(field-text(1:30)) delimited by size
               " is not declared for " delimited by size
               function trim(mj-table) delimited by size
               into outcome-text
           end-string.

           set definition-ok to 0.

           exit paragraph.

      *    PREVIEW-NEXT-MATCHES -- THE NEXT PAGE OF MATCHING ROWS
      *    FROM query-scan, EACH WORKED THROUGH THE ACTIONS.
       preview-next-matches.
           set match-count to 0.

           call "query-scan"
           using by content mj-query,
           by content field-list,
           by content resume-key,
           by content scope-field,
           by content dept-name,
           by content want-count,
           by reference match-rows,
           by reference match-count,
           by reference last-key,
           by reference more-rows.

           perform preview-one-row
               varying r from 1 by 1
               until r is greater than match-count.

           move last-key to resume-key.

           exit paragraph.

      *    PREVIEW-ONE-ROW -- ROW r'S NEW IMAGE, THEN REFUSED,
      *    ALREADY SO, OR ONTO THE CHANGE FILE AND THE LISTING.
       preview-one-row.
           move match-value(r) to new-row.
           set row-refused to 0.
           set refuse-reason to spaces.

           perform apply-one-action
               varying a from 1 by 1
               until a is greater than action-size
               or row-refused is equal 1.

           if row-refused is equal 0
           and new-row is equal match-value(r) then
               add 1 to unchanged-count
               exit paragraph
           end-if.

           if row-refused is equal 0 then
               set row-valid to 1
               set bad-field to spaces

               call "db-validate-row"
               using by content mj-table,
               by content new-row,
               by reference row-valid,
               by reference bad-field,
               by content match-key(r)

               if row-valid is equal 0 then
                   set row-refused to 1
                   string
                       "field " delimited by size
                       function trim(bad-field) delimited by size
                       " would fail its rule" delimited by size
                       into refuse-reason
                   end-string
               end-if
           end-if.

           if row-refused is equal 1 then
               add 1 to mj-refused-count
               move spaces to report-record
               string
                   match-key(r)(1:30) delimited by size
                   " REFUSED - " delimited by size
                   refuse-reason delimited by size
                   into report-record
               end-string
               write report-record
               exit paragraph
           end-if.

           add 1 to mj-change-count.

           move spaces to change-record.
           string
               function trim(match-key(r)) delimited by size
               "," delimited by size
               new-row delimited by size
               into change-record
           end-string.
           write change-record.

           move spaces to before-record.
           string
               function trim(match-key(r)) delimited by size
               "," delimited by size
               match-value(r) delimited by size
               into before-record
           end-string.
           write before-record.

           perform list-one-action
               varying a from 1 by 1
               until a is greater than action-size.

           exit paragraph.

      *    APPLY-ONE-ACTION -- ACTION a AGAINST new-row. ADD AND
      *    PCT WORK IN WHOLE UNITS, AS THE NUMERIC RULE STORES
      *    THEM; A BLANK FIELD COUNTS AS ZERO, AND A RESULT BELOW
      *    ZERO IS REFUSED THE WAY db-add-to-field REFUSES ONE.
       apply-one-action.
           if ma-op(a) is equal "SET" then
               move spaces
                   to new-row(ap-offset(a):ap-length(a))
               move function trim(ma-value(a))
                   to new-row(ap-offset(a):ap-length(a))
               exit paragraph
           end-if.

           set field-text to spaces.
           move new-row(ap-offset(a):ap-length(a)) to field-text.

           if field-text is equal spaces then
               set current-number to 0
           else
               move field-text to shape-text
               perform check-number-shape
               if shape-ok is equal 0 then
                   set row-refused to 1
                   string
                       "field " delimited by size
                       function trim(ma-field(a)) delimited by size
                       " does not hold a number" delimited by size
                       into refuse-reason
                   end-string
                   exit paragraph
               end-if
               compute current-number =
                   function numval(function trim(field-text))
           end-if.

           if ma-op(a) is equal "ADD" then
               compute result-number rounded =
                   current-number + ap-number(a)
           else
               compute result-number rounded =
                   current-number * ap-number(a) / 100
           end-if.

           if result-number is less than 0 then
               set row-refused to 1
               string
                   "field " delimited by size
                   function trim(ma-field(a)) delimited by size
                   " would go negative" delimited by size
                   into refuse-reason
               end-string
               exit paragraph
           end-if.

           move result-number to result-edit.
           set result-length to
               function length(function trim(result-edit)).

           if result-length is greater than ap-length(a) then
               set row-refused to 1
               string
                   "field " delimited by size
                   function trim(ma-field(a)) delimited by size
                   " would overflow" delimited by size
                   into refuse-reason
               end-string
               exit paragraph
           end-if.

           move spaces to new-row(ap-offset(a):ap-length(a)).
           move function trim(result-edit)
               to new-row(ap-offset(a):ap-length(a)).

           exit paragraph.

      *    LIST-ONE-ACTION -- ONE LISTING LINE PER ACTION: THE
      *    FIELD'S OLD AND NEW VALUES, THE KEY ON THE FIRST.
       list-one-action.
           move spaces to detail-line.

           if a is equal 1 then
               move match-key(r) to dl-key
           end-if.

           move ma-field(a) to dl-field.

           if ap-sensitive(a) is equal 1 then
               move "(sensitive)" to dl-old
               move "(sensitive)" to dl-new
           else
               move match-value(r)(ap-offset(a):ap-length(a))
                   to dl-old
               move new-row(ap-offset(a):ap-length(a)) to dl-new
           end-if.

           move detail-line to report-record.
           write report-record.

           exit paragraph.

      *    WRITE-REPORT-HEADING -- TITLE, RULE, THE DEFINITION
      *    AND THE COLUMN HEADINGS.
       write-report-heading.
           move spaces to report-record.
           string
               "MASS UPDATE PREVIEW - JOB " delimited by size
               mj-id delimited by size
               " - " delimited by size
               report-date delimited by size
               into report-record
           end-string.
           write report-record.

           move all "=" to report-record(1:40).
           write report-record.

           move spaces to report-record.
           string
               "TABLE " delimited by size
               function trim(mj-table) delimited by size
               "  MADE BY " delimited by size
               function trim(mj-maker) delimited by size
               "  " delimited by size
               mj-made delimited by size
               into report-record
           end-string.
           write report-record.

           perform write-condition-line
               varying n from 1 by 1
               until n is greater than 8.

           perform write-action-line
               varying a from 1 by 1
               until a is greater than action-size.

           move spaces to report-record.
           write report-record.

           move spaces to detail-line.
           move "KEY" to dl-key.
           move "FIELD" to dl-field.
           move "OLD" to dl-old.
           move "NEW" to dl-new.
           move detail-line to report-record.
           write report-record.

           exit paragraph.

       write-condition-line.
           if mj-field(n) is equal spaces then
               exit paragraph
           end-if.

           move spaces to report-record.
           string
               "WHERE " delimited by size
               function trim(mj-field(n)) delimited by size
               " " delimited by size
               mj-op(n) delimited by size
               " " delimited by size
               function trim(mj-value(n)) delimited by size
               " " delimited by size
               function trim(mj-value2(n)) delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

       write-action-line.
           move spaces to report-record.
           string
               "SET   " delimited by size
               function trim(ma-field(a)) delimited by size
               " " delimited by size
               ma-op(a) delimited by size
               " " delimited by size
               function trim(ma-value(a)) delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

       write-report-totals.
           move spaces to report-record.
           write report-record.

           move mj-change-count to count-edit.
           move spaces to report-record.
           string
               "ROWS TO CHANGE   " delimited by size
               count-edit delimited by size
               into report-record
           end-string.
           write report-record.

           move mj-refused-count to count-edit.
           move spaces to report-record.
           string
               "ROWS REFUSED     " delimited by size
               count-edit delimited by size
               into report-record
           end-string.
           write report-record.

           move unchanged-count to count-edit.
           move spaces to report-record.
           string
               "ROWS ALREADY SO  " delimited by size
               count-edit delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

      *    CHECK-NUMBER-SHAPE -- shape-ok 1 WHEN shape-text
      *    (SURROUNDING SPACES IGNORED) IS A PLAIN DECIMAL NUMBER.
       check-number-shape.
           set shape-ok to 0.

           if shape-text is equal spaces then
               exit paragraph
           end-if.

           move function trim(shape-text) to shape-text.
           set shape-length to 0.
           inspect shape-text tallying shape-length
               for characters before initial space.

           if shape-length is equal 0
           or shape-length is greater than 17 then
               exit paragraph
           end-if.

           set shape-ok to 1.
           set shape-points to 0.

           perform check-shape-char
               varying s from 1 by 1
               until s is greater than shape-length
               or shape-ok is equal 0.

           if shape-points is greater than 1 then
               set shape-ok to 0
           end-if.

           exit paragraph.

       check-shape-char.
           evaluate true
               when shape-text(s:1) is numeric
                   continue
               when shape-text(s:1) is equal "."
                   add 1 to shape-points
               when shape-text(s:1) is equal "-"
               and s is equal 1
               and shape-length is greater than 1
                   continue
               when other
                   set shape-ok to 0
           end-evaluate.

           exit paragraph.

       end program mass-update-preview.

      *****************************************

       identification division.
       program-id. mass-update-apply.

      ************************************************************
      * SIGNS OFF AND POSTS MASS-UPDATE JOB job-id. A PREVIEWED
      * JOB NEEDS checker-name, AND THE CHECKER MAY NOT BE THE
      * MAKER -- THE SAME CONTROL AS THE APPROVAL QUEUE. A PARKED
      * JOB WAS SIGNED OFF ALREADY AND ONLY NEEDS RUNNING AGAIN.
      * THEN, IN ORDER:
      *
      *   1. load-impact-check OVER THE CHANGE FILE -- PAST
      *      LOAD_MAX_PCT THE JOB IS PARKED UNTIL AN OPERATOR
      *      DROPS "<change-file>.release";
      *   2. ONE db-tx-begin BRACKET: EACH ROW IS READ AGAIN AND
      *      MUST STILL BE EXACTLY WHAT THE PREVIEW SAW, THEN GOES
      *      THROUGH db-update (RULES, JOURNAL, AUDIT, TRIGGERS,
      *      INDEXES AS FOR ANY SAVE). A ROW THAT MOVED, OR ONE
      *      THE DATA LAYER REFUSES, ROLLS THE WHOLE JOB BACK AND
      *      FAILS IT -- THE APPROVER SIGNED OFF THOSE VALUES AND
      *      NO OTHERS, SO THE JOB MUST BE PREVIEWED AGAIN;
      *   3. run-control-check -- A RUN-CONTROL RECORD BALANCING
      *      THE ROWS POSTED AGAINST THE PREVIEW'S COUNT.
      *
      * THE AUDIT SOURCE NAMES THE JOB AND THE CHECKER
      * ("mass:<id>/ck:<checker>"), SO ANY ROW'S HISTORY LEADS
      * BACK TO THE JOB. status-func 1 ONLY WHEN THE JOB POSTED.
      * ROWS OF approvals.cfg TABLES POST DIRECTLY: THE JOB'S OWN
      * SIGN-OFF IS THE MAKER-CHECKER CONTROL.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select change-file assign to dynamic change-path
           organization is line sequential
           file status is change-stat.

           select before-file assign to dynamic before-path
           organization is line sequential
           file status is before-stat.

       data division.

       file section.
       fd change-file.
       01 change-record pic x(1100).

       fd before-file.
       01 before-record pic x(1100).

       working-storage section.
       01 mass-job.
           05 mj-id       pic x(10).
           05 mj-status   pic x(10).
           05 mj-query.
               10 mj-table pic x(30).
               10 mj-cond occurs 8 times.
                   15 mj-field  pic x(30).
                   15 mj-op     pic x(2).
                   15 mj-value  pic x(64).
                   15 mj-value2 pic x(64).
           05 mj-action occurs 4 times.
               10 ma-field pic x(30).
               10 ma-op    pic x(3).
               10 ma-value pic x(64).
           05 mj-maker    pic x(64).
           05 mj-checker  pic x(64).
           05 mj-change-count  pic 9(7).
           05 mj-refused-count pic 9(7).
           05 mj-made     pic x(29).
           05 mj-settled  pic x(29).
           05 mj-outcome  pic x(80).

       77 change-stat   pic xx.
       77 before-stat   pic xx.
       77 change-path   pic x(256).
       77 before-path   pic x(256).
       77 report-path   pic x(64).
       77 read-action   pic x(4) value "READ".
       77 save-action   pic x(4) value "SAVE".
       77 store-found   pic 9.
       77 stamp-days    pic 9(4) value 0.
       77 park-run      pic 9.
       77 tx-status     pic 9.
       77 apply-source  pic x(32).
       77 files-eof     pic 9.
       77 apply-failed  pic 9.
       77 failed-key    pic x(50).
       77 failed-why    pic x(30).

       77 shape-line    pic x(1100).
       77 line-key      pic x(50).
       77 line-value    pic x(1024).
       77 change-key    pic x(50).
       77 change-value  pic x(1024).
       77 before-key    pic x(50).
       77 before-value  pic x(1024).
       77 comma-pos     pic 9(5).
       77 query-status  pic 9.
       77 fetch-count   pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 upsert-status pic 9.

      *    THE RUN-CONTROL FIGURES.
       77 read-count    pic 9(7).
       77 loaded-count  pic 9(7).
       77 reject-count  pic 9(7) value 0.
       77 hash-total    pic 9(15) value 0.
       77 trailer-count pic 9(7) value 0.
       77 trailer-hash  pic 9(15) value 0.
       77 trailer-seen  pic 9 value 0.
       77 balance-ok    pic 9.
       77 count-edit    pic z(6)9.

       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       linkage section.
       01 job-id       pic x(10).
       01 checker-name pic x(64).
       01 outcome-text pic x(80).
       01 status-func  pic 9.

       procedure division using job-id, checker-name, outcome-text,
                           status-func.

           set status-func to 0.
           set outcome-text to spaces.

           move job-id to mj-id.
           set store-found to 0.

           call "mass-update-store"
           using by content read-action,
           by reference mass-job,
           by reference store-found.

           if store-found is equal 0 then
               set outcome-text to "no such job"
               exit program
           end-if.

           evaluate mj-status
               when "PREVIEWED"
                   if checker-name is equal spaces then
                       set outcome-text to
                           "needs an approver's sign-off first"
                       exit program
                   end-if
                   if checker-name is equal mj-maker then
                       set outcome-text to
                           "refused - you made this job"
                       exit program
                   end-if
                   move checker-name to mj-checker
               when "PARKED"
                   continue
               when other
                   set outcome-text to spaces
                   string
                       "job is already " delimited by size
                       function trim(mj-status) delimited by size
                       into outcome-text
                   end-string
                   exit program
           end-evaluate.

           call "mass-update-files"
           using by content mj-id,
           by reference change-path,
           by reference before-path,
           by reference report-path.

      *    THE MASS-CHANGE BREAKER, EXACTLY AS FOR A LOADER.
           set park-run to 0.

           call "load-impact-check"
           using by content change-path,
           by content mj-table,
           by reference park-run.

           if park-run is equal 1 then
               set mj-status to "PARKED"
               set mj-outcome to spaces
               string
                   "parked by the breaker - drop " delimited by size
                   function trim(change-path) delimited by size
                   ".release to run it" delimited by size
                   into mj-outcome
               end-string
               perform save-job
               move mj-outcome to outcome-text
               exit program
           end-if.

           set tx-status to 0.

           call "db-tx-begin"
           using by reference tx-status.

           if tx-status is equal 0 then
               set outcome-text to "no unit of work to be had"
               exit program
           end-if.

           set apply-source to spaces.
           string
               "mass:" delimited by size
               mj-id delimited by size
               "/ck:" delimited by size
               function trim(mj-checker(1:12)) delimited by size
               into apply-source
           end-string.

           set read-count to 0.
           set loaded-count to 0.
           set apply-failed to 0.

      *    EVERY ROW THE APPLY WRITES CARRIES ITS RUN-CONTROL ID
      *    AND CHANGE-FILE LINE (lib/provenance.cbl).
           call "run-control-open"
           using by content change-path.

           open input change-file.
           open input before-file.

           if change-stat is not equal "00"
           or before-stat is not equal "00" then
               set apply-failed to 1
               set failed-key to spaces
               set failed-why to "job files missing"
           end-if.

           set files-eof to 0.

           perform apply-one-row
               until files-eof is equal 1
               or apply-failed is equal 1.

           close change-file before-file.

           call "date-utc"
           using by reference mj-settled,
           by content stamp-days.

           if apply-failed is equal 1 then
               call "db-tx-rollback"
               using by reference tx-status

               call "run-control-drop"

               set mj-status to "FAILED"
               set mj-outcome to spaces
               string
                   "row " delimited by size
                   function trim(failed-key) delimited by size
                   " " delimited by size
                   function trim(failed-why) delimited by size
                   " - nothing applied, preview again"
                       delimited by size
                   into mj-outcome
               end-string
               perform save-job
               move mj-outcome to outcome-text
               move "WARN" to log-level
               perform log-job-outcome
               exit program
           end-if.

           call "db-tx-commit"
           using by reference tx-status.

           set mj-status to "APPLIED".
           move loaded-count to count-edit.
           set mj-outcome to spaces.
           string
               function trim(count-edit) delimited by size
               " row(s) applied" delimited by size
               into mj-outcome
           end-string.

      *    THE RUN-CONTROL RECORD: ROWS POSTED AGAINST THE COUNT
      *    THE APPROVER SIGNED OFF.
           set balance-ok to 1.

           call "run-control-check"
           using by content change-path,
           by content read-count,
           by content loaded-count,
           by content reject-count,
           by content hash-total,
           by content trailer-count,
           by content trailer-hash,
           by content trailer-seen,
           by reference balance-ok.

           if balance-ok is equal 0 then
               set mj-outcome to spaces
               string
                   function trim(count-edit) delimited by size
                   " row(s) applied - OUT OF BALANCE WITH PREVIEW"
                       delimited by size
                   into mj-outcome
               end-string
           end-if.

           perform save-job.
           move mj-outcome to outcome-text.
           move "INFO" to log-level.
           perform log-job-outcome.

           set status-func to 1.

           exit program.

      *    APPLY-ONE-ROW -- THE NEXT CHANGE LINE AND ITS BEFORE
      *    LINE: THE ROW MUST STILL MATCH THE BEFORE IMAGE, THEN
      *    THE NEW IMAGE POSTS.
       apply-one-row.
           read change-file
               at end
                   set files-eof to 1
                   exit paragraph
           end-read.

           read before-file
               at end
                   set before-record to spaces
           end-read.

           add 1 to read-count.
           call "db-origin-line"
           using by content read-count.

           move change-record to shape-line.
           perform split-shape-line.
           move line-key to change-key.
           move line-value to change-value.

           move before-record to shape-line.
           perform split-shape-line.
           move line-key to before-key.
           move line-value to before-value.

           if change-key is equal spaces
           or change-key is not equal before-key then
               set apply-failed to 1
               move change-key to failed-key
               set failed-why to "out of step with the preview"
               exit paragraph
           end-if.

           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content mj-table,
           by content change-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0
           or fetch-count is equal 0
           or fetch-row-value(1) is not equal before-value then
               set apply-failed to 1
               move change-key to failed-key
               set failed-why to "changed since the preview"
               exit paragraph
           end-if.

           set upsert-status to 0.

           call "db-update"
           using by content mj-table,
           by content change-key,
           by content change-value,
           by reference upsert-status,
           by content apply-source.

           if upsert-status is equal 0 then
               set apply-failed to 1
               move change-key to failed-key
               set failed-why to "refused by the data layer"
               exit paragraph
           end-if.

           add 1 to loaded-count.

           exit paragraph.

      *    SPLIT-SHAPE-LINE -- "<key>,<row>" AT THE FIRST COMMA.
       split-shape-line.
           set line-key to spaces.
           set line-value to spaces.
           set comma-pos to 0.

           inspect shape-line tallying comma-pos
               for characters before ",".

           if comma-pos is equal 0
           or comma-pos is greater than 50
           or comma-pos is not less than 1100 then
               exit paragraph
           end-if.

           move shape-line(1:comma-pos) to line-key.
           move shape-line(comma-pos + 2:) to line-value.

           exit paragraph.

       save-job.
           set store-found to 0.

           call "mass-update-store"
           using by content save-action,
           by reference mass-job,
           by reference store-found.

           exit paragraph.

       log-job-outcome.
           move "mass-update" to log-source.
           set log-text to spaces.
           string
               "JOB " delimited by size
               mj-id delimited by size
               " ON " delimited by size
               function trim(mj-table) delimited by size
               " " delimited by size
               function trim(mj-status) delimited by size
               ": " delimited by size
               function trim(mj-outcome) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program mass-update-apply.

      *****************************************

       identification division.
       program-id. mass-update.

      ************************************************************
      * BATCH DRIVER FOR MASS-UPDATE JOBS, FOR THE OPERATOR AND
      * FOR JOBS TOO BIG TO TYPE INTO THE SCREEN:
      *
      *   MASS_ACTION=PREVIEW (THE DEFAULT) -- A NEW JOB FROM
      *     MASS_TABLE   THE TABLE
      *     MASS_WHERE   "<field> <test> <value> [<value2>];..."
      *                  UP TO EIGHT CONDITIONS, THE QUERY TESTS
      *     MASS_SET     "<field> <SET|ADD|PCT> <value>;..."
      *                  UP TO FOUR ACTIONS
      *     MASS_USER    THE MAKER (DEFAULT "batch")
      *   PREVIEWS IT AND FILES IT FOR SIGN-OFF ON
      *   /maintain/massupdate;
      *
      *   MASS_ACTION=APPLY, MASS_JOB=<id> -- RUNS A PARKED JOB
      *   AGAIN ONCE THE OPERATOR HAS DROPPED ITS RELEASE FILE. A
      *   JOB NOT YET SIGNED OFF IS REFUSED: THE SIGN-OFF IS A
      *   PERSON'S, NEVER THE BATCH'S.
      *
      * FINISHES NONZERO WHEN NOTHING WAS FILED OR POSTED.
      ************************************************************

       data division.

       working-storage section.
       01 mass-job.
           05 mj-id       pic x(10).
           05 mj-status   pic x(10).
           05 mj-query.
               10 mj-table pic x(30).
               10 mj-cond occurs 8 times.
                   15 mj-field  pic x(30).
                   15 mj-op     pic x(2).
                   15 mj-value  pic x(64).
                   15 mj-value2 pic x(64).
           05 mj-action occurs 4 times.
               10 ma-field pic x(30).
               10 ma-op    pic x(3).
               10 ma-value pic x(64).
           05 mj-maker    pic x(64).
           05 mj-checker  pic x(64).
           05 mj-change-count  pic 9(7).
           05 mj-refused-count pic 9(7).
           05 mj-made     pic x(29).
           05 mj-settled  pic x(29).
           05 mj-outcome  pic x(80).

       77 mass-action   pic x(10).
       77 where-text    pic x(1024).
       77 set-text      pic x(1024).
       01 clause-list.
           05 clause-text occurs 8 times pic x(256).
       77 clause-work   pic x(256).
       77 clause-pointer pic 9(3).
       77 n             pic 9.
       77 scope-field   pic x(30) value spaces.
       77 dept-name     pic x(16) value spaces.
       77 job-id        pic x(10).
       77 checker-name  pic x(64) value spaces.
       77 outcome-text  pic x(80).
       77 mass-status   pic 9.

       procedure division.

           set mass-action to spaces.
           accept mass-action from environment "MASS_ACTION".

           if mass-action is equal spaces then
               set mass-action to "PREVIEW"
           end-if.

           set mass-status to 0.

           evaluate mass-action
               when "PREVIEW"
                   perform preview-new-job
               when "APPLY"
                   perform apply-named-job
               when other
                   display "MASS_ACTION MUST BE PREVIEW OR APPLY"
           end-evaluate.

           if mass-status is equal 1 then
               move 0 to return-code
           else
               move 8 to return-code
           end-if.

           goback.

      *    PREVIEW-NEW-JOB -- THE JOB FROM THE ENVIRONMENT, THEN
      *    mass-update-preview.
       preview-new-job.
           initialize mass-job.

           accept mj-table from environment "MASS_TABLE".

           set mj-maker to spaces.
           accept mj-maker from environment "MASS_USER".

           if mj-maker is equal spaces then
               set mj-maker to "batch"
           end-if.

           set where-text to spaces.
           accept where-text from environment "MASS_WHERE".

           initialize clause-list.
           unstring where-text delimited by ";"
               into clause-text(1), clause-text(2), clause-text(3),
                    clause-text(4), clause-text(5), clause-text(6),
                    clause-text(7), clause-text(8)
           end-unstring.

           perform take-where-clause
               varying n from 1 by 1
               until n is greater than 8.

           set set-text to spaces.
           accept set-text from environment "MASS_SET".

           initialize clause-list.
           unstring set-text delimited by ";"
               into clause-text(1), clause-text(2), clause-text(3),
                    clause-text(4)
           end-unstring.

           perform take-set-clause
               varying n from 1 by 1
               until n is greater than 4.

           set outcome-text to spaces.

           call "mass-update-preview"
           using by reference mass-job,
           by content scope-field,
           by content dept-name,
           by reference mass-status,
           by reference outcome-text.

           display function trim(outcome-text).

           if mass-status is equal 1 then
               display "SIGN-OFF ON /maintain/massupdate?job="
                   mj-id
           end-if.

           exit paragraph.

      *    TAKE-WHERE-CLAUSE -- "<field> <test> <value> [<value2>]".
       take-where-clause.
           if clause-text(n) is equal spaces then
               exit paragraph
           end-if.

           move function trim(clause-text(n)) to clause-work.

           unstring clause-work delimited by all X"20"
               into mj-field(n), mj-op(n), mj-value(n), mj-value2(n)
           end-unstring.

           exit paragraph.

      *    TAKE-SET-CLAUSE -- "<field> <SET|ADD|PCT> <value>";
      *    THE VALUE IS THE REST OF THE CLAUSE, SO A SET VALUE
      *    MAY HOLD SPACES.
       take-set-clause.
           if clause-text(n) is equal spaces then
               exit paragraph
           end-if.

           move function trim(clause-text(n)) to clause-work.
           set clause-pointer to 1.

           unstring clause-work delimited by all X"20"
               into ma-field(n), ma-op(n)
               with pointer clause-pointer
           end-unstring.

           if clause-pointer is not greater than 256 then
               move clause-work(clause-pointer:) to ma-value(n)
           end-if.

           exit paragraph.

      *    APPLY-NAMED-JOB -- MASS_JOB THROUGH mass-update-apply.
       apply-named-job.
           set job-id to spaces.
           accept job-id from environment "MASS_JOB".

           if job-id is equal spaces then
               display "MASS_JOB NOT SET"
               exit paragraph
           end-if.

           set outcome-text to spaces.

           call "mass-update-apply"
           using by content job-id,
           by content checker-name,
           by reference outcome-text,
           by reference mass-status.

           display "JOB " function trim(job-id) ": "
               function trim(outcome-text).

           exit paragraph.

       end program mass-update.

      *****************************************

       identification division.
       program-id. http-maintain-massupdate.

      ************************************************************
      * GET /maintain/massupdate -- THE MASS-UPDATE SCREEN. WITH
      * NO TABLE IT ASKS FOR ONE; WITH ONE IT OFFERS THE TABLE'S
      * FIELDS IN EIGHT CONDITION ROWS (THE QUERY SCREEN'S TESTS)
      * AND FOUR ACTION ROWS, AND "Preview" FILES A JOB THROUGH
      * /maintain/massupdatepost. ?job=ID SHOWS ONE JOB: ITS
      * DEFINITION, STATUS, COUNTS AND PREVIEW LISTING OF OLD AND
      * NEW VALUES, WITH THE SIGN-OFF BUTTONS FOR AN APPROVER WHO
      * DID NOT MAKE IT (AND "Withdraw" FOR ITS MAKER). THE MOST
      * RECENT TWENTY JOBS ARE LISTED BELOW EITHER WAY. THE PAGE
      * IS STREAMED, LIKE THE QUERY SCREEN IT BORROWS FROM.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select job-file assign to dynamic job-file-name
           organization is indexed
           access mode is dynamic
           record key is mu-id
           file status is job-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd job-file.
       01 job-record.
           05 mu-id     pic x(10).
           05 mu-status pic x(10).
           05 mu-table  pic x(30).
           05 filler    pic x(1668).
           05 mu-maker  pic x(64).
           05 filler    pic x(64).
           05 mu-change-count pic 9(7).
           05 filler    pic x(145).

       fd report-file.
       01 report-record pic x(132).

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

       01 query-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       01 mass-job.
           05 mj-id       pic x(10).
           05 mj-status   pic x(10).
           05 mj-query.
               10 mj-table pic x(30).
               10 mj-cond occurs 8 times.
                   15 mj-field  pic x(30).
                   15 mj-op     pic x(2).
                   15 mj-value  pic x(64).
                   15 mj-value2 pic x(64).
           05 mj-action occurs 4 times.
               10 ma-field pic x(30).
               10 ma-op    pic x(3).
               10 ma-value pic x(64).
           05 mj-maker    pic x(64).
           05 mj-checker  pic x(64).
           05 mj-change-count  pic 9(7).
           05 mj-refused-count pic 9(7).
           05 mj-made     pic x(29).
           05 mj-settled  pic x(29).
           05 mj-outcome  pic x(80).

      *    THE MOST RECENT JOBS, KEPT AS A RING WHILE THE STORE
      *    IS READ IN ID ORDER.
       01 recent-jobs.
           05 recent-job occurs 20 times.
               10 rj-id     pic x(10).
               10 rj-status pic x(10).
               10 rj-table  pic x(30).
               10 rj-maker  pic x(64).
               10 rj-count  pic 9(7).
       77 recent-total  pic 9(7).
       77 recent-slot   pic 9(2).
       77 recent-shown  pic 9(2).
       77 ring-quotient pic 9(7).

       77 job-stat      pic xx.
       77 job-file-name pic x(64).
       77 report-stat   pic xx.
       77 report-path   pic x(64).
       77 change-path   pic x(256).
       77 before-path   pic x(256).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).
       77 read-action   pic x(4) value "READ".
       77 store-found   pic 9.
       77 walk-done     pic 9.
       77 listing-lines pic 9(4).
       77 may-approve   pic 9.

       77 user-ok      pic 9.
       77 user-name    pic x(64).
       77 user-role    pic x(16).
       77 session-found pic 9.
       77 after-key    pic x(50).
       77 query-name   pic x(30).
       77 want-job     pic x(10).
       77 q            pic 9(3).
       77 n            pic 9.
       77 f            pic 9(2).
       77 o            pic 9.
       77 count-edit   pic z(6)9.

      *    THE EIGHT TESTS AND THEIR LABELS, FOR THE PICKERS.
       01 test-names.
           05 filler pic x(18) value "EQequals".
           05 filler pic x(18) value "NEnot equals".
           05 filler pic x(18) value "GTgreater than".
           05 filler pic x(18) value "LTless than".
           05 filler pic x(18) value "BTbetween".
           05 filler pic x(18) value "SWstarts with".
           05 filler pic x(18) value "BLis blank".
           05 filler pic x(18) value "NBis not blank".
       01 test-table redefines test-names.
           05 test-entry occurs 8 times.
               10 test-code  pic x(2).
               10 test-label pic x(16).

      *    THE THREE ACTIONS AND THEIR LABELS.
       01 action-names.
           05 filler pic x(27) value "SETset to".
           05 filler pic x(27) value "ADDadd".
           05 filler pic x(27) value "PCTmultiply by percent".
       01 action-table redefines action-names.
           05 action-entry occurs 3 times.
               10 action-code  pic x(3).
               10 action-label pic x(24).

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

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           call "query-take-params"
           using by reference query-fields,
           by reference query-def,
           by reference after-key,
           by reference query-name.

           set want-job to spaces.
           perform take-job-param
               varying q from 1 by 1
               until q is greater than parse-get-size.

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
               "<h1>Mass update</h1>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           evaluate true
               when want-job is not equal spaces
                   perform render-job-view
               when qd-table is equal spaces
                   perform render-table-chooser
               when other
                   perform render-definition-form
           end-evaluate.

           perform render-recent-jobs.

           string
               "<p><a href=" X"22" "/maintain" X"22"
               ">Back</a></p></body></html>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           call "sendstream_close"
           using by content connect.

           exit program.

       take-job-param.
           if get-name(q) is equal "job" then
               move get-value(q)(1:10) to want-job
           end-if.

           exit paragraph.

      *    RENDER-TABLE-CHOOSER -- THE FIRST STEP: WHICH TABLE.
       render-table-chooser.
           string
               "<form method=" X"22" "GET" X"22"
               " action=" X"22" "/maintain/massupdate" X"22" ">"
               "<p>Table <input name=" X"22" "table" X"22" "> "
               "<input type=" X"22" "submit" X"22"
               " value=" X"22" "Choose" X"22" "></p></form>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

      *    RENDER-DEFINITION-FORM -- CONDITIONS AND ACTIONS FOR
      *    THE CHOSEN TABLE, POSTED FOR A PREVIEW.
       render-definition-form.
           call "query-table-fields"
           using by content qd-table,
           by reference field-list.

           move qd-table to attr-source.
           perform escape-attribute.

           string
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/massupdatepost" X"22"
               ">" X"0A"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "verdict" X"22"
               " value=" X"22" "preview" X"22" ">"
               "<p>Table <input name=" X"22" "table" X"22"
               " value=" X"22" attr-text(1:attr-length) X"22"
               "></p>" X"0A"
               "<h2>Rows where</h2>"
               "<table><tr><th>Field</th><th>Test</th>"
               "<th>Value</th><th>And (between)</th></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           perform render-condition-row
               varying n from 1 by 1
               until n is greater than 8.

           string
               "</table><h2>Change</h2>"
               "<table><tr><th>Field</th><th>Action</th>"
               "<th>Value</th></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           perform render-action-row
               varying n from 1 by 1
               until n is greater than 4.

           string
               "</table><p>Percent is of the current value: 104 "
               "raises by 4 percent.</p>"
               "<p><input type=" X"22" "submit" X"22"
               " value=" X"22" "Preview" X"22" "></p></form>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

      *    RENDER-CONDITION-ROW -- CONDITION n'S FIELD PICKER,
      *    TEST PICKER AND TWO VALUE BOXES.
       render-condition-row.
           string
               "<tr><td><select name=" X"22" "f" n X"22" ">"
               "<option value=" X"22" X"22" ">--</option>"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           perform render-condition-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           string
               "</select></td><td><select name=" X"22" "o" n X"22"
               ">"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform render-test-option
               varying o from 1 by 1
               until o is greater than 8.

           move qd-value(n) to attr-source.
           perform escape-attribute.

           string
               "</select></td><td><input name=" X"22" "v" n X"22"
               " value=" X"22" attr-text(1:attr-length) X"22"
               "></td>"
               into piece-data
               with pointer piece-pointer
           end-string.

           move qd-value2(n) to attr-source.
           perform escape-attribute.

           string
               "<td><input name=" X"22" "w" n X"22"
               " value=" X"22" attr-text(1:attr-length) X"22"
               "></td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

       render-condition-field.
           string
               "<option"
               into piece-data
               with pointer piece-pointer
           end-string.

           if qf-name(f) is equal qd-field(n) then
               string
                   " selected"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               ">" function trim(qf-name(f)) "</option>"
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

       render-test-option.
           string
               "<option value=" X"22" test-code(o) X"22"
               into piece-data
               with pointer piece-pointer
           end-string.

           if test-code(o) is equal qd-op(n) then
               string
                   " selected"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               ">" function trim(test-label(o)) "</option>"
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

      *    RENDER-ACTION-ROW -- ACTION n'S FIELD PICKER, ACTION
      *    PICKER AND VALUE BOX.
       render-action-row.
           string
               "<tr><td><select name=" X"22" "a" n X"22" ">"
               "<option value=" X"22" X"22" ">--</option>"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           perform render-action-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           string
               "</select></td><td><select name=" X"22" "p" n X"22"
               ">"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform render-action-option
               varying o from 1 by 1
               until o is greater than 3.

           string
               "</select></td><td><input name=" X"22" "n" n X"22"
               "></td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

       render-action-field.
           string
               "<option>" function trim(qf-name(f)) "</option>"
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

       render-action-option.
           string
               "<option value=" X"22" action-code(o) X"22" ">"
               function trim(action-label(o)) "</option>"
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

      *    RENDER-JOB-VIEW -- ONE JOB: WHAT IT DOES, WHERE IT
      *    STANDS, ITS PREVIEW LISTING AND THE BUTTONS THE VIEWER
      *    IS ENTITLED TO.
       render-job-view.
           move want-job to mj-id.
           set store-found to 0.

           call "mass-update-store"
           using by content read-action,
           by reference mass-job,
           by reference store-found.

           if store-found is equal 0 then
               string
                   "<p>No such job.</p>" X"0A"
                   into piece-data
                   with pointer piece-pointer
               end-string
               perform send-piece
               exit paragraph
           end-if.

           move mj-table to attr-source.
           perform escape-attribute.

           string
               "<h2>Job " mj-id "</h2><p>Table "
               attr-text(1:attr-length)
               " - <b>" function trim(mj-status) "</b></p>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           move mj-maker to attr-source.
           perform escape-attribute.

           string
               "<p>Made by " attr-text(1:attr-length)
               " " function trim(mj-made)
               into piece-data
               with pointer piece-pointer
           end-string.

           if mj-checker is not equal spaces then
               move mj-checker to attr-source
               perform escape-attribute
               string
                   "; settled by " attr-text(1:attr-length)
                   " " function trim(mj-settled)
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           move mj-outcome to attr-source.
           perform escape-attribute.

           string
               "</p><p>" attr-text(1:attr-length) "</p>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           perform render-job-listing.
           perform render-job-buttons.

           exit paragraph.

      *    RENDER-JOB-LISTING -- THE PREVIEW REPORT AS WRITTEN,
      *    UP TO 500 LINES; THE WHOLE OF IT IS IN THE CATALOG.
       render-job-listing.
           call "mass-update-files"
           using by content mj-id,
           by reference change-path,
           by reference before-path,
           by reference report-path.

           open input report-file.

           if report-stat is not equal "00" then
               exit paragraph
           end-if.

           string
               "<pre>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           set listing-lines to 0.
           set walk-done to 0.

           perform render-listing-line
               until walk-done is equal 1.

           close report-file.

           string
               "</pre>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

       render-listing-line.
           read report-file
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           add 1 to listing-lines.

           if listing-lines is greater than 500 then
               string
                   "... (see " function trim(report-path) ")" X"0A"
                   into piece-data
                   with pointer piece-pointer
               end-string
               set walk-done to 1
               exit paragraph
           end-if.

           move report-record to attr-source.
           perform escape-attribute.

           string
               attr-text(1:attr-length) X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

      *    RENDER-JOB-BUTTONS -- AN APPROVER WHO DID NOT MAKE THE
      *    JOB MAY SIGN OFF (AND SO APPLY) A PREVIEWED JOB, RUN A
      *    PARKED ONE AGAIN, OR TURN EITHER DOWN; THE MAKER MAY
      *    ONLY WITHDRAW IT.
       render-job-buttons.
           if mj-status is not equal "PREVIEWED"
           and mj-status is not equal "PARKED" then
               exit paragraph
           end-if.

           set may-approve to 0.

           if (user-role is equal "approver"
           or user-role is equal "admin")
           and user-name is not equal mj-maker then
               set may-approve to 1
           end-if.

           if may-approve is equal 0
           and user-name is not equal mj-maker then
               string
                   "<p>Awaiting sign-off by an approver.</p>" X"0A"
                   into piece-data
                   with pointer piece-pointer
               end-string
               perform send-piece
               exit paragraph
           end-if.

           string
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/massupdatepost" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "job" X"22"
               " value=" X"22" mj-id X"22" ">"
               into piece-data
               with pointer piece-pointer
           end-string.

           if may-approve is equal 1
           and mj-status is equal "PREVIEWED"
           and mj-change-count is greater than 0 then
               string
                   "<button name=" X"22" "verdict" X"22"
                   " value=" X"22" "approve" X"22"
                   ">Approve and apply</button> "
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           if may-approve is equal 1
           and mj-status is equal "PARKED" then
               string
                   "<button name=" X"22" "verdict" X"22"
                   " value=" X"22" "approve" X"22"
                   ">Apply again</button> "
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           if may-approve is equal 1 then
               string
                   "<button name=" X"22" "verdict" X"22"
                   " value=" X"22" "reject" X"22"
                   ">Reject</button>"
                   into piece-data
                   with pointer piece-pointer
               end-string
           else
               string
                   "<button name=" X"22" "verdict" X"22"
                   " value=" X"22" "reject" X"22"
                   ">Withdraw</button>"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               "</form>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

      *    RENDER-RECENT-JOBS -- THE LAST TWENTY JOBS FILED,
      *    NEWEST FIRST, EACH LINKED TO ITS VIEW.
       render-recent-jobs.
           set tenant-stem to "massupd".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference job-file-name.

           initialize recent-jobs.
           set recent-total to 0.

           open input job-file.

           if job-stat is not equal "00" then
               exit paragraph
           end-if.

           set walk-done to 0.
           perform keep-one-job until walk-done is equal 1.

           close job-file.

           if recent-total is equal 0 then
               exit paragraph
           end-if.

           string
               "<h2>Recent jobs</h2><ul>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           set recent-shown to 0.
           perform render-one-recent
               until recent-shown is equal 20
               or recent-shown is equal recent-total.

           string
               "</ul>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

       keep-one-job.
           read job-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           add 1 to recent-total.
           divide recent-total by 20 giving ring-quotient
               remainder recent-slot.
           add 1 to recent-slot.

           move mu-id to rj-id(recent-slot).
           move mu-status to rj-status(recent-slot).
           move mu-table to rj-table(recent-slot).
           move mu-maker to rj-maker(recent-slot).
           move mu-change-count to rj-count(recent-slot).

           exit paragraph.

      *    RENDER-ONE-RECENT -- THE NEXT JOB BACK FROM THE NEWEST.
       render-one-recent.
           compute ring-quotient = recent-total - recent-shown - 1.
           divide ring-quotient by 20 giving ring-quotient
               remainder recent-slot.
           add 1 to recent-slot.
           add 1 to recent-shown.

           move rj-count(recent-slot) to count-edit.
           move rj-maker(recent-slot) to attr-source.
           perform escape-attribute.

           string
               "<li><a href=" X"22" "/maintain/massupdate?job="
               rj-id(recent-slot) X"22" ">" rj-id(recent-slot)
               "</a> " function trim(rj-table(recent-slot))
               " - " function trim(rj-status(recent-slot))
               ", " function trim(count-edit) " row(s), by "
               attr-text(1:attr-length) "</li>" X"0A"
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

       end program http-maintain-massupdate.

      *****************************************

       identification division.
       program-id. http-maintain-massupdatepost.

      ************************************************************
      * POST /maintain/massupdatepost -- THE MASS-UPDATE SCREEN'S
      * ACTS, BY verdict:
      *
      *   preview -- table, f1..f8/o1..o8/v1..v8/w1..w8 (THE QUERY
      *              SCREEN'S CONDITIONS) AND a1..a4/p1..p4/n1..n4
      *              (FIELD, ACTION, VALUE) FILE A NEW JOB WITH THE
      *              SIGNED-IN USER AS MAKER; rowscope.cfg LIMITS
      *              IT TO THE ROWS THE MAKER'S DEPARTMENT MAY SEE
      *   approve -- job: AN APPROVER OR ADMIN SIGNS OFF A PREVIEWED
      *              JOB, OR RUNS A PARKED ONE AGAIN, THROUGH
      *              mass-update-apply (THE MAKER IS REFUSED THERE)
      *   reject  -- job: AN APPROVER TURNS THE JOB DOWN, OR ITS
      *              MAKER WITHDRAWS IT
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

       01 query-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).

       01 mass-job.
           05 mj-id       pic x(10).
           05 mj-status   pic x(10).
           05 mj-query.
               10 mj-table pic x(30).
               10 mj-cond occurs 8 times.
                   15 mj-field  pic x(30).
                   15 mj-op     pic x(2).
                   15 mj-value  pic x(64).
                   15 mj-value2 pic x(64).
           05 mj-action occurs 4 times.
               10 ma-field pic x(30).
               10 ma-op    pic x(3).
               10 ma-value pic x(64).
           05 mj-maker    pic x(64).
           05 mj-checker  pic x(64).
           05 mj-change-count  pic 9(7).
           05 mj-refused-count pic 9(7).
           05 mj-made     pic x(29).
           05 mj-settled  pic x(29).
           05 mj-outcome  pic x(80).

       77 user-name     pic x(64).
       77 role-name     pic x(16).
       77 session-found pic 9.
       77 body-length   pic 9(6).
       77 q             pic 9(3).
       77 n             pic 9.
       77 verdict       pic x(10).
       77 want-job      pic x(10).
       77 after-key     pic x(50).
       77 query-name    pic x(30).
       77 outcome-text  pic x(80).
       77 mass-status   pic 9.
       77 read-action   pic x(4) value "READ".
       77 save-action   pic x(4) value "SAVE".
       77 store-found   pic 9.
       77 stamp-days    pic 9(4) value 0.
       77 scope-field   pic x(30).
       77 scope-found   pic 9.
       77 dept-name     pic x(16).
       77 dept-found    pic 9.
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

           call "query-take-params"
           using by reference form-fields,
           by reference query-def,
           by reference after-key,
           by reference query-name.

           initialize mass-job.
           set verdict to spaces.
           set want-job to spaces.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set outcome-text to spaces.

           evaluate verdict
               when "preview"
                   perform preview-job
               when "approve"
                   perform approve-job
               when "reject"
                   perform reject-job
               when other
                   set outcome-text to "no verdict given"
           end-evaluate.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Mass update</h1><p>"
               function trim(outcome-text)
               "</p>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if want-job is not equal spaces then
               string
                   "<p><a href=" X"22" "/maintain/massupdate?job="
                   function trim(want-job) X"22"
                   ">View job</a></p>"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<p><a href=" X"22" "/maintain/massupdate" X"22"
               ">Back to mass update</a></p></body></html>" X"0A"
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

      *    TAKE-ONE-FIELD -- verdict, job AND THE ACTION ROWS;
      *    query-take-params HAS THE TABLE AND CONDITIONS.
       take-one-field.
           evaluate get-name(q)
               when "verdict"
                   move get-value(q)(1:10) to verdict
                   exit paragraph
               when "job"
                   move get-value(q)(1:10) to want-job
                   exit paragraph
           end-evaluate.

           if get-name(q)(3:30) is not equal spaces
           or get-name(q)(2:1) is not numeric then
               exit paragraph
           end-if.

           move get-name(q)(2:1) to n.

           if n is equal 0
           or n is greater than 4 then
               exit paragraph
           end-if.

           evaluate get-name(q)(1:1)
               when "a"
                   move get-value(q)(1:30) to ma-field(n)
               when "p"
                   move get-value(q)(1:3) to ma-op(n)
               when "n"
                   move get-value(q)(1:64) to ma-value(n)
           end-evaluate.

           exit paragraph.

      *    PREVIEW-JOB -- A NEW JOB, SCOPED TO THE MAKER'S
      *    DEPARTMENT WHERE THE TABLE IS SCOPED.
       preview-job.
           move query-def to mj-query.
           move user-name to mj-maker.

           set scope-field to spaces.
           set dept-name to spaces.
           set scope-found to 0.

           call "table-scope-field"
           using by content mj-table,
           by reference scope-field,
           by reference scope-found.

           if scope-found is equal 1 then
               call "request-department"
               using by content request,
               by reference dept-name,
               by reference dept-found
           else
               set scope-field to spaces
           end-if.

           set mass-status to 0.

           call "mass-update-preview"
           using by reference mass-job,
           by content scope-field,
           by content dept-name,
           by reference mass-status,
           by reference outcome-text,
           by content role-name.

           if mass-status is equal 1 then
               move mj-id to want-job
           end-if.

           exit paragraph.

      *    APPROVE-JOB -- SIGN-OFF AND APPLY, APPROVERS ONLY.
       approve-job.
           if role-name is not equal "approver"
           and role-name is not equal "admin" then
               set outcome-text to "only an approver may sign off"
               exit paragraph
           end-if.

           set mass-status to 0.

           call "mass-update-apply"
           using by content want-job,
           by content user-name,
           by reference outcome-text,
           by reference mass-status.

           exit paragraph.

      *    REJECT-JOB -- A JOB NOT YET APPLIED IS CLOSED: BY AN
      *    APPROVER, OR WITHDRAWN BY ITS MAKER.
       reject-job.
           move want-job to mj-id.
           set store-found to 0.

           call "mass-update-store"
           using by content read-action,
           by reference mass-job,
           by reference store-found.

           if store-found is equal 0 then
               set outcome-text to "no such job"
               exit paragraph
           end-if.

           if mj-status is not equal "PREVIEWED"
           and mj-status is not equal "PARKED" then
               string
                   "job is already " delimited by size
                   function trim(mj-status) delimited by size
                   into outcome-text
               end-string
               exit paragraph
           end-if.

           if role-name is not equal "approver"
           and role-name is not equal "admin"
           and user-name is not equal mj-maker then
               set outcome-text to
                   "only an approver or the maker may close a job"
               exit paragraph
           end-if.

           set mj-status to "REJECTED".
           move user-name to mj-checker.

           call "date-utc"
           using by reference mj-settled,
           by content stamp-days.

           set mj-outcome to spaces.
           if user-name is equal mj-maker then
               set mj-outcome to "withdrawn by its maker"
           else
               set mj-outcome to "rejected by the approver"
           end-if.

           set store-found to 0.

           call "mass-update-store"
           using by content save-action,
           by reference mass-job,
           by reference store-found.

           if store-found is equal 1 then
               move mj-outcome to outcome-text
           else
               set outcome-text to "the job could not be updated"
           end-if.

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

       end program http-maintain-massupdatepost.
