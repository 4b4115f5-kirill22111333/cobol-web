       identification division.
       program-id. sod-report.

      ************************************************************
      * THE MONTHLY SEGREGATION-OF-DUTIES REVIEW -- MAKER-CHECKER
      * STOPS ONE CLERK APPROVING THEIR OWN CHANGE, BUT AUDIT ASKS
      * WIDER QUESTIONS: DOES ANYONE HOLD BOTH THE APPROVER ROLE
      * AND THE ROLE THAT MAINTAINS VENDOR BANK DETAILS; DO TWO
      * PEOPLE IN ONE DEPARTMENT KEEP APPROVING EACH OTHER'S RATE
      * CHANGES; DID AN ADMINISTRATOR OPEN AN ACCOUNT AND THEN USE
      * IT. THE SITE LISTS ITS CONFLICTS IN "sodrules.cfg", ONE
      * RULE A LINE ("#" LINES ARE COMMENTS), THE DESCRIPTION
      * BEING THE REST OF THE LINE:
      *
      *   ROLES      <holding> <holding> <description>
      *   ACTIONS    <action>  <action>  <description>
      *   RECIPROCAL <table|*> <times>   <description>
      *   CREATE-USE -         -         <description>
      *
      *   ROLES approver EDIT:vendors.bank_account Pays and approves
      *   ACTIONS CREATE-USER APPROVE:* Opens accounts and approves
      *   RECIPROCAL rates 3 Same-department approval rings
      *   CREATE-USE - - Administrator used an account they opened
      *
      * A <holding> IS A ROLE (admin ALSO HOLDS approver -- THE
      * APPROVAL SCREENS ADMIT IT) OR EDIT:<table>.<field>, HELD BY
      * EVERY ROLE fieldperms.cfg LETS EDIT THAT FIELD. ONE ACCOUNT
      * HAS ONE ROLE, SO ROLES ARE JUDGED PER PERSON: THE ENABLED
      * ACCOUNTS SHARING AN E-MAIL ADDRESS ARE ONE PERSON, AND TWO
      * ACCOUNTS ARE HOW ONE PERSON COMES TO HOLD TWO ROLES.
      *
      * AN <action> IS, FOR THE MONTH: CHANGE:<table|*> (A DIRECT
      * CHANGE ON /maintain, FROM audit.log), MAKE:<table|*> (A
      * CHANGE PUT TO THE APPROVAL QUEUE, FROM pending.dat),
      * APPROVE:<table|*> (A CHANGE APPROVED, FROM THE "mk:/ck:"
      * audit.log SOURCE) OR CREATE-USER (AN ACCOUNT OPENED, FROM
      * accounts.log). ONE ACCOUNT DOING BOTH IS A CONFLICT.
      *
      * RECIPROCAL FLAGS TWO USERS OF THE SAME DEPARTMENT EACH OF
      * WHOM APPROVED AT LEAST <times> OF THE OTHER'S CHANGES TO
      * THE TABLE IN THE MONTH. CREATE-USE FLAGS A SIGN-IN IN THE
      * MONTH TO AN ACCOUNT FROM THE SAME CLIENT ADDRESS ITS
      * CREATOR OPENED IT FROM (SELF-REGISTRATIONS AND DIRECTORY
      * ACCOUNTS EXCEPTED).
      *
      * EACH CONFLICT IS LISTED WITH THE PEOPLE AND RECORDS
      * INVOLVED AND A BLANK DISPOSITION FOR THE REVIEWER, TO
      * "sod.YYYYMM.rpt", FILED IN THE REPORT CATALOG UNDER THE
      * MONTH'S LAST DAY. SOD_MONTH (YYYYMM) NAMES THE MONTH,
      * DEFAULT THE ONE BEFORE THIS. THE AUDIT SOURCES CARRY NAMES
      * CUT SHORT (12 CHARACTERS FOR A MAKER OR CHECKER, 23 FOR A
      * SCREEN USER); THOSE ARE MATCHED TO ACCOUNTS BY THEIR
      * LEADING CHARACTERS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select rule-config assign to "sodrules.cfg"
           organization is line sequential
           file status is config-stat.

           select user-file assign to "users.dat"
           organization is indexed
           access mode is sequential
           record key is user-name
           file status is user-stat.

           select audit-file assign to dynamic audit-file-name
           organization is line sequential
           file status is audit-stat.

           select pending-file assign to "pending.dat"
           organization is indexed
           access mode is dynamic
           record key is pd-id
           file status is pending-stat.

           select account-file assign to "accounts.log"
           organization is line sequential
           file status is account-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd rule-config.
       01 config-record pic x(256).

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

       fd audit-file.
       01 audit-record.
           05 audit-stamp   pic x(29).
           05 filler        pic x(1).
           05 audit-action  pic x(6).
           05 filler        pic x(1).
           05 audit-table   pic x(30).
           05 filler        pic x(1).
           05 audit-key     pic x(50).
           05 filler        pic x(1).
           05 audit-source  pic x(32).
           05 filler        pic x(1).
           05 audit-before  pic x(1024).
           05 filler        pic x(1).
           05 audit-after   pic x(1024).
           05 filler        pic x(1).
           05 audit-seal    pic x(16).

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

       fd account-file.
       01 account-record.
           05 ae-stamp   pic x(29).
           05 filler     pic x(1).
           05 ae-event   pic x(8).
           05 filler     pic x(1).
           05 ae-account pic x(64).
           05 filler     pic x(1).
           05 ae-actor   pic x(64).
           05 filler     pic x(1).
           05 ae-client  pic x(50).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       77 config-stat   pic xx.
       77 user-stat     pic xx.
       77 audit-stat    pic xx.
       77 pending-stat  pic xx.
       77 account-stat  pic xx.
       77 report-stat   pic xx.
       77 config-eof    pic 9.
       77 file-eof      pic 9.
       77 audit-file-name pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).
       77 report-path   pic x(64).
       77 report-day    pic x(8).
       77 catalog-producer pic x(30) value "sod-report".

       77 review-month  pic x(6).
       77 month-start   pic 9(8).
       77 month-days    pic 9(8).
       77 stamp-in      pic x(29).
       77 line-date     pic x(8).
       77 month-num     pic 9(2).
       77 stamp-mon     pic x(3).

      *    THE RULES.
       01 rule-table.
           05 rule-entry occurs 40 times.
               10 ru-kind   pic x(12).
               10 ru-left   pic x(64).
               10 ru-right  pic x(64).
               10 ru-text   pic x(128).
           05 rule-table-size pic 9(2).
       77 ru            pic 9(2).
       77 text-pointer  pic 9(4).

      *    THE ACCOUNTS, AND THE PEOPLE BEHIND THEM.
       01 account-table.
           05 account-entry occurs 500 times.
               10 ac-name   pic x(64).
               10 ac-role   pic x(16).
               10 ac-dept   pic x(16).
               10 ac-person pic 9(3).
               10 ac-hold-l pic 9.
               10 ac-hold-r pic 9.
               10 ac-count-l pic 9(5).
               10 ac-count-r pic 9(5).
               10 ac-first-l pic x(82).
               10 ac-first-r pic x(82).
           05 account-table-size pic 9(3).
       77 ac            pic 9(3).
       77 ac2           pic 9(3).

       01 person-table.
           05 person-entry occurs 500 times.
               10 pe-key    pic x(64).
           05 person-table-size pic 9(3).
       77 pe            pic 9(3).
       77 person-key    pic x(64).
       77 person-slot   pic 9(3).

      *    HOLDINGS.
       77 holding       pic x(64).
       77 holding-held  pic 9.
       77 holding-table pic x(30).
       77 holding-field pic x(30).
       77 holding-role  pic x(16).
       01 access-list.
           05 field-access occurs 50 times.
               10 fa-name   pic x(30).
               10 fa-offset pic 9(4).
               10 fa-length pic 9(4).
               10 fa-access pic x(1).
           05 access-list-size pic 9(2).
       77 fa            pic 9(2).
       77 person-left   pic 9(3).
       77 person-right  pic 9(3).

      *    ACTIONS.
       77 action-code   pic x(64).
       77 action-verb   pic x(12).
       77 action-table  pic x(30).
       77 action-side   pic x.
       77 actor-name    pic x(64).
       77 actor-cut     pic 9(2).
       77 actor-slot    pic 9(3).
       77 record-text   pic x(82).
       77 maker-short   pic x(32).
       77 checker-short pic x(32).
       77 source-rest   pic x(32).
       77 maker-slot    pic 9(3).
       77 checker-slot  pic 9(3).
       77 name-length   pic 9(2).

      *    APPROVAL PAIRS.
       01 pair-table.
           05 pair-entry occurs 500 times.
               10 pr-maker   pic 9(3).
               10 pr-checker pic 9(3).
               10 pr-count   pic 9(5).
               10 pr-first   pic x(82).
           05 pair-table-size pic 9(3).
       77 pr            pic 9(3).
       77 pr2           pic 9(3).
       77 pair-slot     pic 9(3).
       77 reverse-slot  pic 9(3).
       77 ring-times    pic 9(5).

      *    ACCOUNTS OPENED, FOR CREATE-USE.
       01 created-table.
           05 created-entry occurs 500 times.
               10 cr-account pic x(64).
               10 cr-actor   pic x(64).
               10 cr-client  pic x(50).
               10 cr-stamp   pic x(29).
               10 cr-uses    pic 9(5).
               10 cr-first   pic x(29).
           05 created-table-size pic 9(3).
       77 cr            pic 9(3).
       77 created-slot  pic 9(3).

       77 conflict-count pic 9(5).
       77 conflict-edit pic z(4)9.
       77 count-edit    pic z(4)9.
       77 count-edit-2  pic z(4)9.

       77 log-level     pic x(5).
       77 log-source    pic x(32) value "sod-report".
       77 log-text      pic x(256).

       procedure division.

           set review-month to spaces.
           accept review-month from environment "SOD_MONTH".

      *    THE REVIEW RUNS EARLY IN A MONTH FOR THE ONE BEFORE.
           if review-month is equal spaces then
               compute month-start = function numval(
                   function current-date(1:6)) * 100 + 1
               compute month-days =
                   function integer-of-date(month-start) - 1
               move function date-of-integer(month-days)
                   to month-start
               move month-start(1:6) to review-month
           end-if.

           if review-month is not numeric then
               display "SOD_MONTH MUST BE YYYYMM"
               move 8 to return-code
               goback
           end-if.

      *    THE CATALOG FILES IT UNDER THE MONTH'S LAST DAY.
           compute month-start =
               function numval(review-month) * 100 + 1.
           if review-month(5:2) is equal "12" then
               compute month-days = function integer-of-date(
                   month-start + 8900) - 1
           else
               compute month-days = function integer-of-date(
                   month-start + 100) - 1
           end-if.
           move function date-of-integer(month-days) to report-day.

           perform load-sod-rules.

           if rule-table-size is equal 0 then
               display "NO RULES IN sodrules.cfg"
               move 8 to return-code
               goback
           end-if.

           perform load-accounts.

           set tenant-stem to "audit".
           set tenant-ext to "log".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference audit-file-name.

           set report-path to spaces.
           string
               "sod." delimited by size
               review-month delimited by size
               ".rpt" delimited by size
               into report-path
           end-string.

           open output report-file.

           if report-stat is not equal "00" then
               display "CANNOT WRITE " function trim(report-path)
               move 8 to return-code
               goback
           end-if.

           move spaces to report-record.
           string
               "SEGREGATION OF DUTIES REVIEW FOR " delimited by size
               review-month delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           move all "=" to report-record(1:60).
           write report-record.

           set conflict-count to 0.

           perform check-one-rule
               varying ru from 1 by 1
               until ru is greater than rule-table-size.

           move spaces to report-record.
           write report-record.

           move conflict-count to conflict-edit.
           move spaces to report-record.
           string
               function trim(conflict-edit)
               " CONFLICT(S) FOR REVIEW"
               delimited by size
               into report-record
           end-string.
           write report-record.

           close report-file.

           call "report-catalog-add"
           using by content report-path,
           by content report-day,
           by content catalog-producer.

           if conflict-count is greater than 0 then
               move "WARN" to log-level
               set log-text to spaces
               string
                   "SEGREGATION OF DUTIES " review-month ": "
                   function trim(conflict-edit)
                   " CONFLICT(S) - SEE " function trim(report-path)
                   delimited by size
                   into log-text
               end-string
               perform write-log
           end-if.

           display function trim(conflict-edit)
               " CONFLICT(S) - SEE " function trim(report-path).

           goback.

      *    LOAD-SOD-RULES -- sodrules.cfg INTO rule-table; A LINE
      *    OF AN UNKNOWN KIND IS PASSED OVER.
       load-sod-rules.
           set rule-table-size to 0.

           open input rule-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-rule until config-eof is equal 1.

           close rule-config.

           exit paragraph.

       read-one-rule.
           read rule-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#"
           or config-record is equal spaces
           or rule-table-size is equal 40 then
               exit paragraph
           end-if.

           add 1 to rule-table-size.
           move spaces to rule-entry(rule-table-size).
           set text-pointer to 1.

           unstring config-record delimited by all spaces
               into ru-kind(rule-table-size),
                    ru-left(rule-table-size),
                    ru-right(rule-table-size)
               with pointer text-pointer
           end-unstring.

           if text-pointer is less than 256 then
               move config-record(text-pointer:)
                   to ru-text(rule-table-size)
           end-if.

           move function upper-case(ru-kind(rule-table-size))
               to ru-kind(rule-table-size).

           if ru-kind(rule-table-size) is not equal "ROLES"
           and ru-kind(rule-table-size) is not equal "ACTIONS"
           and ru-kind(rule-table-size) is not equal "RECIPROCAL"
           and ru-kind(rule-table-size) is not equal "CREATE-USE"
           then
               display "SODRULES.CFG: UNKNOWN RULE "
                   function trim(ru-kind(rule-table-size))
               subtract 1 from rule-table-size
           end-if.

           exit paragraph.

      *    LOAD-ACCOUNTS -- THE ENABLED ACCOUNTS, EACH TIED TO ITS
      *    PERSON (THE E-MAIL ADDRESS, OR THE ACCOUNT ITSELF).
       load-accounts.
           set account-table-size to 0.
           set person-table-size to 0.

           open input user-file.

           if user-stat is not equal "00" then
               exit paragraph
           end-if.

           set file-eof to 0.

           perform load-one-account until file-eof is equal 1.

           close user-file.

           exit paragraph.

       load-one-account.
           read user-file next record
               at end
                   set file-eof to 1
                   exit paragraph
           end-read.

           if user-active is not equal "1"
           or account-table-size is equal 500 then
               exit paragraph
           end-if.

           add 1 to account-table-size.
           move account-table-size to ac.
           move spaces to account-entry(ac).
           move user-name to ac-name(ac).
           move user-role to ac-role(ac).
           move user-dept to ac-dept(ac).

           if user-email is equal spaces then
               move user-name to person-key
           else
               move function lower-case(user-email) to person-key
           end-if.

           set person-slot to 0.
           perform find-person
               varying pe from 1 by 1
               until pe is greater than person-table-size
               or person-slot is greater than 0.

           if person-slot is equal 0 then
               add 1 to person-table-size
               move person-table-size to person-slot
               move person-key to pe-key(person-slot)
           end-if.

           move person-slot to ac-person(ac).

           exit paragraph.

       find-person.
           if pe-key(pe) is equal person-key then
               move pe to person-slot
           end-if.

           exit paragraph.

      *    CHECK-ONE-RULE -- ONE RULE, ITS CONFLICTS TO THE REPORT.
       check-one-rule.
           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string
               "RULE: " function trim(ru-kind(ru)) " "
               function trim(ru-left(ru)) " "
               function trim(ru-right(ru)) " - "
               function trim(ru-text(ru))
               delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           write report-record.

           move spaces to report-record.
           move all "-" to report-record(1:60).
           write report-record.

           evaluate ru-kind(ru)
               when "ROLES"
                   perform check-role-rule
               when "ACTIONS"
                   perform check-action-rule
               when "RECIPROCAL"
                   perform check-reciprocal-rule
               when "CREATE-USE"
                   perform check-create-use-rule
           end-evaluate.

           exit paragraph.

      *    CHECK-ROLE-RULE -- EVERY PERSON WHOSE ACCOUNTS BETWEEN
      *    THEM HOLD BOTH SIDES.
       check-role-rule.
           perform judge-account-holdings
               varying ac from 1 by 1
               until ac is greater than account-table-size.

           perform judge-one-person
               varying pe from 1 by 1
               until pe is greater than person-table-size.

           exit paragraph.

       judge-account-holdings.
           move ru-left(ru) to holding.
           perform test-holding.
           move holding-held to ac-hold-l(ac).

           move ru-right(ru) to holding.
           perform test-holding.
           move holding-held to ac-hold-r(ac).

           exit paragraph.

      *    TEST-HOLDING -- DOES ACCOUNT ac HOLD holding?
       test-holding.
           set holding-held to 0.

           if holding(1:5) is equal "EDIT:" then
               set holding-table to spaces
               set holding-field to spaces
               unstring holding(6:) delimited by "."
                   into holding-table, holding-field
               end-unstring
               move ac-role(ac) to holding-role
               call "field-access-list"
               using by content holding-table,
               by content holding-role,
               by reference access-list
               perform test-field-access
                   varying fa from 1 by 1
                   until fa is greater than access-list-size
               exit paragraph
           end-if.

           if ac-role(ac) is equal holding then
               set holding-held to 1
           end-if.

           if holding is equal "approver"
           and ac-role(ac) is equal "admin" then
               set holding-held to 1
           end-if.

           exit paragraph.

       test-field-access.
           if fa-name(fa) is equal holding-field
           and (fa-access(fa) is equal "E"
           or fa-access(fa) is equal space) then
               set holding-held to 1
           end-if.

           exit paragraph.

       judge-one-person.
           set person-left to 0.
           set person-right to 0.

           perform find-person-holders
               varying ac from 1 by 1
               until ac is greater than account-table-size.

           if person-left is equal 0
           or person-right is equal 0 then
               exit paragraph
           end-if.

           perform write-conflict-heading.

           move spaces to report-record.
           string
               "      PERSON " function trim(pe-key(pe))
               delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           string
               "      " function trim(ru-left(ru)) " THROUGH "
               function trim(ac-name(person-left)) " ("
               function trim(ac-role(person-left)) ", "
               function trim(ac-dept(person-left)) ")"
               delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           string
               "      " function trim(ru-right(ru)) " THROUGH "
               function trim(ac-name(person-right)) " ("
               function trim(ac-role(person-right)) ", "
               function trim(ac-dept(person-right)) ")"
               delimited by size
               into report-record
           end-string.
           write report-record.

           perform write-disposition.

           exit paragraph.

       find-person-holders.
           if ac-person(ac) is not equal pe then
               exit paragraph
           end-if.

           if ac-hold-l(ac) is equal 1
           and person-left is equal 0 then
               move ac to person-left
           end-if.

           if ac-hold-r(ac) is equal 1
           and person-right is equal 0 then
               move ac to person-right
           end-if.

           exit paragraph.

      *    CHECK-ACTION-RULE -- EVERY ACCOUNT THAT DID BOTH IN THE
      *    MONTH, WITH HOW OFTEN AND THE FIRST RECORD OF EACH.
       check-action-rule.
           perform clear-one-account-tally
               varying ac from 1 by 1
               until ac is greater than account-table-size.

           move ru-left(ru) to action-code.
           move "L" to action-side.
           perform gather-action.

           move ru-right(ru) to action-code.
           move "R" to action-side.
           perform gather-action.

           perform judge-one-account-actions
               varying ac from 1 by 1
               until ac is greater than account-table-size.

           exit paragraph.

       clear-one-account-tally.
           set ac-count-l(ac) to 0.
           set ac-count-r(ac) to 0.
           set ac-first-l(ac) to spaces.
           set ac-first-r(ac) to spaces.

           exit paragraph.

      *    GATHER-ACTION -- action-code's OCCURRENCES IN THE MONTH
      *    ONTO THE ACCOUNTS' action-side TALLY.
       gather-action.
           set action-verb to spaces.
           set action-table to spaces.
           unstring action-code delimited by ":"
               into action-verb, action-table
           end-unstring.
           move function upper-case(action-verb) to action-verb.

           if action-table is equal spaces then
               set action-table to "*"
           end-if.

           evaluate action-verb
               when "CHANGE"
                   perform gather-from-audit
               when "APPROVE"
                   perform gather-from-audit
               when "MAKE"
                   perform gather-from-pending
               when "CREATE-USER"
                   perform gather-from-accounts
           end-evaluate.

           exit paragraph.

       gather-from-audit.
           open input audit-file.

           if audit-stat is not equal "00" then
               exit paragraph
           end-if.

           set file-eof to 0.

           perform gather-one-audit-line until file-eof is equal 1.

           close audit-file.

           exit paragraph.

       gather-one-audit-line.
           read audit-file
               at end
                   set file-eof to 1
                   exit paragraph
           end-read.

           if audit-action is equal "UNDO" then
               exit paragraph
           end-if.

           if action-table is not equal "*"
           and action-table is not equal audit-table then
               exit paragraph
           end-if.

           move audit-stamp to stamp-in.
           perform stamp-to-date.

           if line-date(1:6) is not equal review-month then
               exit paragraph
           end-if.

           set actor-name to spaces.

           evaluate true
               when action-verb is equal "CHANGE"
               and audit-source(1:9) is equal "maintain:"
                   move audit-source(10:) to actor-name
                   set actor-cut to 23
               when action-verb is equal "APPROVE"
               and audit-source(1:3) is equal "mk:"
                   move audit-source(4:) to source-rest
                   set maker-short to spaces
                   set checker-short to spaces
                   unstring source-rest delimited by "/ck:"
                       into maker-short, checker-short
                   end-unstring
                   move checker-short to actor-name
                   set actor-cut to 12
           end-evaluate.

           if actor-name is equal spaces then
               exit paragraph
           end-if.

           set record-text to spaces.
           string
               function trim(audit-table) " "
               function trim(audit-key) " "
               line-date
               delimited by size
               into record-text
               on overflow
                   continue
           end-string.

           perform find-actor-account.
           perform tally-action.

           exit paragraph.

       gather-from-pending.
           open input pending-file.

           if pending-stat is not equal "00" then
               exit paragraph
           end-if.

           set file-eof to 0.

           perform gather-one-pending until file-eof is equal 1.

           close pending-file.

           exit paragraph.

       gather-one-pending.
           read pending-file next record
               at end
                   set file-eof to 1
                   exit paragraph
           end-read.

           if action-table is not equal "*"
           and action-table is not equal pd-table then
               exit paragraph
           end-if.

           move pd-stamp to stamp-in.
           perform stamp-to-date.

           if line-date(1:6) is not equal review-month then
               exit paragraph
           end-if.

           move pd-maker to actor-name.
           set actor-cut to 0.

           set record-text to spaces.
           string
               function trim(pd-table) " "
               function trim(pd-key) " "
               function trim(pd-status) " "
               line-date
               delimited by size
               into record-text
               on overflow
                   continue
           end-string.

           perform find-actor-account.
           perform tally-action.

           exit paragraph.

       gather-from-accounts.
           open input account-file.

           if account-stat is not equal "00" then
               exit paragraph
           end-if.

           set file-eof to 0.

           perform gather-one-account-event until file-eof is equal 1.

           close account-file.

           exit paragraph.

       gather-one-account-event.
           read account-file
               at end
                   set file-eof to 1
                   exit paragraph
           end-read.

           if ae-event is not equal "CREATE" then
               exit paragraph
           end-if.

           move ae-stamp to stamp-in.
           perform stamp-to-date.

           if line-date(1:6) is not equal review-month then
               exit paragraph
           end-if.

           move ae-actor to actor-name.
           set actor-cut to 0.

           set record-text to spaces.
           string
               "account " function trim(ae-account) " "
               line-date
               delimited by size
               into record-text
               on overflow
                   continue
           end-string.

           perform find-actor-account.
           perform tally-action.

           exit paragraph.

      *    FIND-ACTOR-ACCOUNT -- actor-name's ACCOUNT; A NAME THE
      *    SOURCE CUT AT actor-cut CHARACTERS MATCHES ON THOSE.
       find-actor-account.
           set actor-slot to 0.

           move function length(function trim(actor-name))
               to name-length.

           perform test-one-actor
               varying ac2 from 1 by 1
               until ac2 is greater than account-table-size
               or actor-slot is greater than 0.

           exit paragraph.

       test-one-actor.
           if ac-name(ac2) is equal actor-name then
               move ac2 to actor-slot
               exit paragraph
           end-if.

           if actor-cut is greater than 0
           and name-length is equal actor-cut then
               if ac-name(ac2)(1:actor-cut) is equal
                   actor-name(1:actor-cut) then
                   move ac2 to actor-slot
               end-if
           end-if.

           exit paragraph.

       tally-action.
           if actor-slot is equal 0 then
               exit paragraph
           end-if.

           if action-side is equal "L" then
               add 1 to ac-count-l(actor-slot)
               if ac-first-l(actor-slot) is equal spaces then
                   move record-text to ac-first-l(actor-slot)
               end-if
           else
               add 1 to ac-count-r(actor-slot)
               if ac-first-r(actor-slot) is equal spaces then
                   move record-text to ac-first-r(actor-slot)
               end-if
           end-if.

           exit paragraph.

       judge-one-account-actions.
           if ac-count-l(ac) is equal 0
           or ac-count-r(ac) is equal 0 then
               exit paragraph
           end-if.

           perform write-conflict-heading.

           move spaces to report-record.
           string
               "      USER " function trim(ac-name(ac)) " ("
               function trim(ac-role(ac)) ", "
               function trim(ac-dept(ac)) ")"
               delimited by size
               into report-record
           end-string.
           write report-record.

           move ac-count-l(ac) to count-edit.
           move spaces to report-record.
           string
               "      " function trim(ru-left(ru)) " X"
               function trim(count-edit) ", FIRST "
               function trim(ac-first-l(ac))
               delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           write report-record.

           move ac-count-r(ac) to count-edit.
           move spaces to report-record.
           string
               "      " function trim(ru-right(ru)) " X"
               function trim(count-edit) ", FIRST "
               function trim(ac-first-r(ac))
               delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           write report-record.

           perform write-disposition.

           exit paragraph.

      *    CHECK-RECIPROCAL-RULE -- THE MONTH'S APPROVALS AS
      *    MAKER/CHECKER PAIRS, THEN EVERY SAME-DEPARTMENT PAIR
      *    APPROVING EACH OTHER AT LEAST <times> TIMES EACH WAY.
       check-reciprocal-rule.
           set pair-table-size to 0.
           move ru-left(ru) to action-table.
           if action-table is equal spaces then
               set action-table to "*"
           end-if.

           if ru-right(ru) is numeric then
               move ru-right(ru) to ring-times
           else
               move function numval(ru-right(ru)) to ring-times
           end-if.
           if ring-times is equal 0 then
               set ring-times to 1
           end-if.

           open input audit-file.

           if audit-stat is equal "00" then
               set file-eof to 0
               perform gather-one-approval until file-eof is equal 1
               close audit-file
           end-if.

           perform judge-one-pair
               varying pr from 1 by 1
               until pr is greater than pair-table-size.

           exit paragraph.

       gather-one-approval.
           read audit-file
               at end
                   set file-eof to 1
                   exit paragraph
           end-read.

           if audit-source(1:3) is not equal "mk:" then
               exit paragraph
           end-if.

           if action-table is not equal "*"
           and action-table is not equal audit-table then
               exit paragraph
           end-if.

           move audit-stamp to stamp-in.
           perform stamp-to-date.

           if line-date(1:6) is not equal review-month then
               exit paragraph
           end-if.

           move audit-source(4:) to source-rest.
           set maker-short to spaces.
           set checker-short to spaces.
           unstring source-rest delimited by "/ck:"
               into maker-short, checker-short
           end-unstring.

           set actor-cut to 12.
           move maker-short to actor-name.
           perform find-actor-account.
           move actor-slot to maker-slot.
           move checker-short to actor-name.
           perform find-actor-account.
           move actor-slot to checker-slot.

           if maker-slot is equal 0
           or checker-slot is equal 0 then
               exit paragraph
           end-if.

           set pair-slot to 0.
           perform find-pair
               varying pr2 from 1 by 1
               until pr2 is greater than pair-table-size
               or pair-slot is greater than 0.

           if pair-slot is equal 0 then
               if pair-table-size is equal 500 then
                   exit paragraph
               end-if
               add 1 to pair-table-size
               move pair-table-size to pair-slot
               move maker-slot to pr-maker(pair-slot)
               move checker-slot to pr-checker(pair-slot)
               set pr-count(pair-slot) to 0
               set pr-first(pair-slot) to spaces
               string
                   function trim(audit-table) " "
                   function trim(audit-key) " "
                   line-date
                   delimited by size
                   into pr-first(pair-slot)
                   on overflow
                       continue
               end-string
           end-if.

           add 1 to pr-count(pair-slot).

           exit paragraph.

       find-pair.
           if pr-maker(pr2) is equal maker-slot
           and pr-checker(pr2) is equal checker-slot then
               move pr2 to pair-slot
           end-if.

           exit paragraph.

      *    JUDGE-ONE-PAIR -- EACH RING IS REPORTED ONCE, FROM THE
      *    PAIR WITH THE LOWER MAKER.
       judge-one-pair.
           if pr-count(pr) is less than ring-times
           or pr-maker(pr) is not less than pr-checker(pr) then
               exit paragraph
           end-if.

           move pr-checker(pr) to maker-slot.
           move pr-maker(pr) to checker-slot.
           set reverse-slot to 0.
           perform find-reverse-pair
               varying pr2 from 1 by 1
               until pr2 is greater than pair-table-size
               or reverse-slot is greater than 0.

           if reverse-slot is equal 0 then
               exit paragraph
           end-if.

           if pr-count(reverse-slot) is less than ring-times then
               exit paragraph
           end-if.

           move pr-maker(pr) to ac.
           move pr-checker(pr) to ac2.

           if ac-dept(ac) is equal spaces
           or ac-dept(ac) is not equal ac-dept(ac2) then
               exit paragraph
           end-if.

           perform write-conflict-heading.

           move spaces to report-record.
           string
               "      USERS " function trim(ac-name(ac)) " AND "
               function trim(ac-name(ac2)) ", DEPARTMENT "
               function trim(ac-dept(ac))
               delimited by size
               into report-record
           end-string.
           write report-record.

           move pr-count(pr) to count-edit.
           move spaces to report-record.
           string
               "      " function trim(ac-name(ac2)) " APPROVED "
               function trim(count-edit) " OF "
               function trim(ac-name(ac)) "'S CHANGES, FIRST "
               function trim(pr-first(pr))
               delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           write report-record.

           move pr-count(reverse-slot) to count-edit.
           move spaces to report-record.
           string
               "      " function trim(ac-name(ac)) " APPROVED "
               function trim(count-edit) " OF "
               function trim(ac-name(ac2)) "'S CHANGES, FIRST "
               function trim(pr-first(reverse-slot))
               delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           write report-record.

           perform write-disposition.

           exit paragraph.

       find-reverse-pair.
           if pr-maker(pr2) is equal maker-slot
           and pr-checker(pr2) is equal checker-slot then
               move pr2 to reverse-slot
           end-if.

           exit paragraph.

      *    CHECK-CREATE-USE-RULE -- THE ACCOUNTS SOMEONE OPENED
      *    FOR SOMEONE ELSE, THEN THE MONTH'S SIGN-INS TO THEM FROM
      *    THE ADDRESS THEY WERE OPENED FROM.
       check-create-use-rule.
           set created-table-size to 0.

           open input account-file.

           if account-stat is not equal "00" then
               exit paragraph
           end-if.

           set file-eof to 0.

           perform take-one-account-event until file-eof is equal 1.

           close account-file.

           perform judge-one-created
               varying cr from 1 by 1
               until cr is greater than created-table-size.

           exit paragraph.

       take-one-account-event.
           read account-file
               at end
                   set file-eof to 1
                   exit paragraph
           end-read.

           if ae-event is equal "CREATE" then
               if ae-actor is equal "(self)"
               or ae-actor is equal "directory"
               or ae-actor is equal ae-account
               or ae-client is equal spaces
               or created-table-size is equal 500 then
                   exit paragraph
               end-if
               add 1 to created-table-size
               move created-table-size to cr
               move ae-account to cr-account(cr)
               move ae-actor to cr-actor(cr)
               move ae-client to cr-client(cr)
               move ae-stamp to cr-stamp(cr)
               set cr-uses(cr) to 0
               set cr-first(cr) to spaces
               exit paragraph
           end-if.

           if ae-event is not equal "SIGNIN" then
               exit paragraph
           end-if.

           move ae-stamp to stamp-in.
           perform stamp-to-date.

           if line-date(1:6) is not equal review-month then
               exit paragraph
           end-if.

      *    THE LATEST OPENING OF THE NAME IS THE ONE SIGNED INTO.
           set created-slot to 0.
           perform find-created
               varying cr from created-table-size by -1
               until cr is less than 1
               or created-slot is greater than 0.

           if created-slot is equal 0 then
               exit paragraph
           end-if.

           if ae-client is not equal cr-client(created-slot) then
               exit paragraph
           end-if.

           add 1 to cr-uses(created-slot).
           if cr-first(created-slot) is equal spaces then
               move ae-stamp to cr-first(created-slot)
           end-if.

           exit paragraph.

       find-created.
           if cr-account(cr) is equal ae-account then
               move cr to created-slot
           end-if.

           exit paragraph.

       judge-one-created.
           if cr-uses(cr) is equal 0 then
               exit paragraph
           end-if.

           perform write-conflict-heading.

           move spaces to report-record.
           string
               "      ACCOUNT " function trim(cr-account(cr))
               " OPENED BY " function trim(cr-actor(cr))
               " FROM " function trim(cr-client(cr))
               " AT " function trim(cr-stamp(cr))
               delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           write report-record.

           move cr-uses(cr) to count-edit.
           move spaces to report-record.
           string
               "      SIGNED INTO FROM THAT ADDRESS "
               function trim(count-edit) " TIME(S), FIRST "
               function trim(cr-first(cr))
               delimited by size
               into report-record
           end-string.
           write report-record.

           perform write-disposition.

           exit paragraph.

       write-conflict-heading.
           add 1 to conflict-count.
           move conflict-count to conflict-edit.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string
               "  CONFLICT " function trim(conflict-edit)
               delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

      *    WRITE-DISPOSITION -- THE REVIEWER'S BLANK.
       write-disposition.
           move spaces to report-record.
           string
               "      DISPOSITION: ________________________________"
               "____  REVIEWER: ______________  DATE: ________"
               delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

      *    STAMP-TO-DATE -- A date-utc STAMP AS YYYYMMDD, THE
      *    audit-asof TRANSLATION.
       stamp-to-date.
           set stamp-mon to stamp-in(9:3).

           evaluate stamp-mon
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

           set line-date to spaces.
           string
               stamp-in(13:4) delimited by size
               month-num delimited by size
               stamp-in(6:2) delimited by size
               into line-date
           end-string.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program sod-report.
