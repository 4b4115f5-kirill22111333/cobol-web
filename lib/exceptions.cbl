       identification division.
       program-id. exception-evaluate.

      ************************************************************
      * BUSINESS EXCEPTION RULES -- ops-monitor WATCHES THE
      * MACHINE, THIS WATCHES THE DATA: STOCK UNDER ITS REORDER
      * POINT, AN ORDER SITTING IN SUBMITTED FOR FIVE DAYS, A
      * BALANCE OVER ITS CREDIT LIMIT. A SITE DECLARES ITS RULES
      * IN "exceptions.cfg", ONE LINE PER RULE, THE SAME PLAIN
      * CONFIG-FILE CONVENTION AS THE OTHER REGISTRIES:
      *
      *   <rule> <table> <severity> <owner-role>
      *       <field> <test> <value> [<field> <test> <value> ...]
      *
      * UP TO FOUR CONDITIONS, ALL OF WHICH MUST HOLD. EACH IS A
      * schemas.cfg FIELD AND ONE OF THE AD-HOC QUERY TESTS (EQ
      * NE GT LT SW, AND BL / NB WITH "-" FOR THE VALUE), JUDGED
      * BY query-row-match SO A RULE MEANS WHAT THE SAME QUERY
      * MEANS ON /maintain/query. THE VALUE IS ONE WORD:
      *
      *     <text or number>  COMPARED AS GIVEN
      *     @<field>          THE SAME ROW'S OTHER FIELD
      *     DAYS-<n>          THE BUSINESS DATE LESS n DAYS, AS
      *                       YYYYMMDD
      *
      *   LOWSTOCK items WARNING BUYER onhand LT @reorderpoint
      *   STALEORDER orders HIGH SALES status EQ SUBMITTED
      *       podate LT DAYS-5
      *
      * EACH RUN (FROM schedule.cfg, AS OFTEN AS THE SITE LIKES)
      * FIRST RE-JUDGES EVERY OPEN EXCEPTION AND CLOSES THOSE
      * WHOSE CONDITION HAS CLEARED, WHOSE ROW IS GONE OR WHOSE
      * RULE WAS WITHDRAWN, THEN WALKS EACH RULE'S TABLE AND OPENS
      * AN EXCEPTION FOR EVERY ROW THAT NEWLY BREAKS IT -- A ROW
      * ALREADY OPEN UNDER THE RULE IS LEFT AS IT IS, AND ONE
      * THAT BREAKS IT AGAIN AFTER CLEARING IS REOPENED WITH ITS
      * COUNT UP ONE. THE EXCEPTIONS ARE ROWS OF THE
      * EXCEPTION_TABLE (DEFAULT "exceptions") KEYED
      * "<rule>/<row-key>", SO THE AUDIT TRAIL AND THE QUERY
      * SCREEN SEE THEM LIKE ANY OTHER DATA:
      *
      *   RULE 1/16  TABLE 17/30  ROW-KEY 47/50  SEVERITY 97/10
      *   ROLE 107/16  STATUS 123/10 (OPEN, CLOSED)
      *   OPENED 133/14  OPENED-DAY 147/8  CLOSED 155/14
      *   CLOSED-DAY 169/8  TIMES-OPENED 177/5  REASON 182/80
      *   CONDITION 262/120
      *
      * A RULE NAMING A TABLE OR FIELD schemas.cfg DOES NOT
      * DECLARE, OR A TEST OR VALUE THIS PROGRAM DOES NOT KNOW, IS
      * LOGGED AND SKIPPED -- AND ITS OPEN EXCEPTIONS ARE LEFT
      * ALONE, SO A TYPO IN THE CONFIG NEVER CLOSES THEM ALL.
      * exception-summary MAILS EACH OWNER THE DAY'S PICTURE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select rule-config assign to "exceptions.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd rule-config.
       01 config-record pic x(256).

       working-storage section.
       77 config-stat  pic xx.
       77 config-eof   pic 9.
       77 exception-table pic x(30).
       77 business-day pic x(8).
       77 now-stamp    pic x(21).
       77 update-source pic x(32) value "exception-evaluate".

       01 rule-fields.
           05 rf-name      pic x(30).
           05 rf-table     pic x(30).
           05 rf-severity  pic x(10).
           05 rf-role      pic x(16).
           05 rf-token occurs 12 times pic x(64).
       77 t            pic 9(2).

       01 rule-store.
           05 rule-entry occurs 50 times.
               10 ru-name     pic x(16).
               10 ru-table    pic x(30).
               10 ru-severity pic x(10).
               10 ru-role     pic x(16).
               10 ru-valid    pic 9.
               10 ru-text     pic x(120).
               10 ru-cond occurs 4 times.
                   15 ru-field pic x(30).
                   15 ru-op    pic x(2).
                   15 ru-value pic x(64).
           05 rule-store-size pic 9(2).
       77 i            pic 9(2).
       77 k            pic 9.
       77 hit-rule     pic 9(2).
       77 text-pointer pic 9(3).

      *    THE RULE WHOSE FIELDS AND DATES ARE LOADED BELOW.
       77 loaded-rule  pic 9(2).
       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).
       01 resolved-values.
           05 resolved-value occurs 4 times pic x(64).
       77 f            pic 9(2).
       77 hit-field    pic 9(2).
       77 want-field   pic x(30).
       77 days-text    pic x(8).
       77 days-back    pic 9(5).
       77 date-work    pic 9(8).
       77 rule-problem pic x(80).

       01 row-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).
       77 eval-row     pic x(1024).
       77 row-matched  pic 9.

       77 blank-key    pic x(50).
       77 resume-key   pic x(50).
       77 page-done    pic 9.
       77 query-status pic 9.
       77 fetch-count  pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 r            pic 9(3).

       77 lookup-key   pic x(50).
       77 lookup-count pic 9(3).
       01 lookup-rows.
           05 lookup-row occurs 50 times.
               10 lookup-row-key   pic x(50).
               10 lookup-row-value pic x(1024).

       77 exception-key pic x(50).
       77 key-overflow pic 9.
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
       77 close-reason  pic x(80).
       77 update-status pic 9.

       77 opened-count  pic 9(7).
       77 closed-count  pic 9(7).
       77 open-count    pic 9(7).
       77 failed-count  pic 9(7).
       77 skipped-rules pic 9(2).
       77 count-edit    pic z(6)9.

       77 log-level    pic x(5).
       77 log-source   pic x(32) value "exception-evaluate".
       77 log-text     pic x(256).

       procedure division.

           set exception-table to spaces.
           accept exception-table from environment "EXCEPTION_TABLE".

           if exception-table is equal spaces then
               set exception-table to "exceptions"
           end-if.

           call "business-date"
           using by reference business-day.

           move function current-date to now-stamp.

           perform load-rules.

           if rule-store-size is equal 0 then
               display "NO RULES DECLARED IN exceptions.cfg"
               goback
           end-if.

           set opened-count to 0.
           set closed-count to 0.
           set open-count to 0.
           set failed-count to 0.
           set skipped-rules to 0.
           set loaded-rule to 0.

           perform check-one-rule
               varying i from 1 by 1
               until i is greater than rule-store-size.

           call "db-batch-start".

           move spaces to blank-key.

      *    PASS 1 -- RE-JUDGE WHAT IS OPEN, SO A ROW THAT CLEARED
      *    SINCE THE LAST RUN CLOSES BEFORE ANYTHING NEW OPENS.
           move spaces to resume-key.
           set page-done to 0.
           perform review-one-page until page-done is equal 1.

      *    PASS 2 -- EACH RULE'S TABLE, FOR ROWS NEWLY BREAKING IT.
           perform walk-one-rule
               varying i from 1 by 1
               until i is greater than rule-store-size.

           call "db-batch-end".

           move rule-store-size to count-edit.
           display function trim(count-edit) " RULE(S)" no advancing.
           move opened-count to count-edit.
           display ", " function trim(count-edit) " OPENED"
               no advancing.
           move closed-count to count-edit.
           display ", " function trim(count-edit) " CLOSED"
               no advancing.
           move open-count to count-edit.
           display ", " function trim(count-edit) " STILL OPEN".

           if skipped-rules is greater than 0 then
               move skipped-rules to count-edit
               display function trim(count-edit)
                   " RULE(S) SKIPPED - SEE app.log"
           end-if.

           if failed-count is greater than 0 then
               move failed-count to count-edit
               display function trim(count-edit)
                   " EXCEPTION UPDATE(S) REFUSED"
               move 8 to return-code
               goback
           end-if.

           move 0 to return-code.

           goback.

      *    LOAD-RULES -- exceptions.cfg INTO rule-store, UP TO 50.
       load-rules.
           initialize rule-store.

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

           if config-record is equal spaces
           or config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           if rule-store-size is equal 50 then
               move "WARN" to log-level
               move "MORE THAN 50 RULES - THE REST ARE IGNORED"
                   to log-text
               perform write-log
               set config-eof to 1
               exit paragraph
           end-if.

           initialize rule-fields.
           unstring config-record delimited by all X"20"
               into rf-name, rf-table, rf-severity, rf-role,
                    rf-token(1), rf-token(2), rf-token(3),
                    rf-token(4), rf-token(5), rf-token(6),
                    rf-token(7), rf-token(8), rf-token(9),
                    rf-token(10), rf-token(11), rf-token(12)
           end-unstring.

           add 1 to rule-store-size.
           move rule-store-size to i.

           move rf-name to ru-name(i).
           move rf-table to ru-table(i).
           move function upper-case(rf-severity) to ru-severity(i).
           move rf-role to ru-role(i).
           set ru-valid(i) to 1.

           if rf-name(17:14) is not equal spaces then
               set ru-valid(i) to 0
           end-if.

           move spaces to ru-text(i).
           set text-pointer to 1.

           perform take-one-condition
               varying k from 1 by 1
               until k is greater than 4.

           exit paragraph.

      *    TAKE-ONE-CONDITION -- TOKENS 3k-2 .. 3k ARE FIELD, TEST
      *    AND VALUE; THE RULE'S TEXT ECHOES THEM FOR THE OWNER.
       take-one-condition.
           compute t = (k - 1) * 3 + 1.

           if rf-token(t) is equal spaces then
               exit paragraph
           end-if.

           move rf-token(t) to ru-field(i, k).
           move function upper-case(rf-token(t + 1)(1:2))
               to ru-op(i, k).
           move rf-token(t + 2) to ru-value(i, k).

           if text-pointer is greater than 1 then
               string
                   " AND " delimited by size
                   into ru-text(i)
                   with pointer text-pointer
               end-string
           end-if.

           string
               function trim(rf-token(t)) " "
               function trim(ru-op(i, k)) " "
               function trim(rf-token(t + 2))
               delimited by size
               into ru-text(i)
               with pointer text-pointer
           end-string.

           exit paragraph.

      *    CHECK-ONE-RULE -- A RULE THAT CANNOT BE JUDGED AS
      *    WRITTEN IS LOGGED AND TAKES NO PART IN EITHER PASS.
       check-one-rule.
           move spaces to rule-problem.

           evaluate true
               when ru-valid(i) is equal 0
                   move "RULE NAME LONGER THAN 16" to rule-problem
               when ru-table(i) is equal spaces
               or ru-role(i) is equal spaces
                   move "TABLE AND OWNER ROLE ARE REQUIRED"
                       to rule-problem
               when ru-field(i, 1) is equal spaces
                   move "NO CONDITION GIVEN" to rule-problem
           end-evaluate.

           if rule-problem is equal spaces then
               perform ready-rule

               if field-list-size is equal 0 then
                   move "TABLE HAS NO schemas.cfg FIELDS"
                       to rule-problem
               else
                   perform check-one-condition
                       varying k from 1 by 1
                       until k is greater than 4
                       or rule-problem is not equal spaces
               end-if
           end-if.

           if rule-problem is equal spaces then
               exit paragraph
           end-if.

           set ru-valid(i) to 0.
           add 1 to skipped-rules.

           move "WARN" to log-level.
           move spaces to log-text.
           string
               "RULE " function trim(ru-name(i))
               " SKIPPED - " function trim(rule-problem)
               delimited by size
               into log-text
           end-string.
           perform write-log.

           exit paragraph.

       check-one-condition.
           if ru-field(i, k) is equal spaces then
               exit paragraph
           end-if.

           move ru-field(i, k) to want-field.
           perform find-field.

           if hit-field is equal 0 then
               string
                   "FIELD " function trim(want-field)
                   " NOT DECLARED"
                   delimited by size
                   into rule-problem
               end-string
               exit paragraph
           end-if.

           if ru-op(i, k) is not equal "EQ"
           and ru-op(i, k) is not equal "NE"
           and ru-op(i, k) is not equal "GT"
           and ru-op(i, k) is not equal "LT"
           and ru-op(i, k) is not equal "SW"
           and ru-op(i, k) is not equal "BL"
           and ru-op(i, k) is not equal "NB" then
               string
                   "TEST " function trim(ru-op(i, k))
                   " NOT KNOWN"
                   delimited by size
                   into rule-problem
               end-string
               exit paragraph
           end-if.

           if ru-value(i, k)(1:1) is equal "@" then
               move ru-value(i, k)(2:30) to want-field
               perform find-field
               if hit-field is equal 0 then
                   string
                       "FIELD " function trim(want-field)
                       " NOT DECLARED"
                       delimited by size
                       into rule-problem
                   end-string
               end-if
               exit paragraph
           end-if.

           if ru-value(i, k)(1:5) is equal "DAYS-"
           and resolved-value(k) is equal spaces then
               string
                   "BAD DAY COUNT " function trim(ru-value(i, k))
                   delimited by size
                   into rule-problem
               end-string
           end-if.

           exit paragraph.

      *    READY-RULE -- RULE i'S TABLE FIELDS AND ITS FIXED
      *    VALUES (DAYS-n TURNED INTO A DATE), LOADED ONCE UNTIL
      *    ANOTHER RULE IS WANTED.
       ready-rule.
           if loaded-rule is equal i then
               exit paragraph
           end-if.

           call "query-table-fields"
           using by content ru-table(i),
           by reference field-list.

           perform resolve-one-value
               varying k from 1 by 1
               until k is greater than 4.

           move i to loaded-rule.

           exit paragraph.

       resolve-one-value.
           move ru-value(i, k) to resolved-value(k).

           if ru-value(i, k)(1:5) is not equal "DAYS-" then
               exit paragraph
           end-if.

           move spaces to resolved-value(k).
           move ru-value(i, k)(6:8) to days-text.

           if days-text is equal spaces
           or function trim(days-text) is not numeric
           or days-text(6:3) is not equal spaces then
               exit paragraph
           end-if.

           move function trim(days-text) to days-back.
           move business-day to date-work.
           compute date-work =
               function date-of-integer
                   (function integer-of-date(date-work) - days-back).
           move date-work to resolved-value(k).

           exit paragraph.

       find-field.
           set hit-field to 0.

           perform match-one-field
               varying f from 1 by 1
               until f is greater than field-list-size
               or hit-field is greater than 0.

           exit paragraph.

       match-one-field.
           if qf-name(f) is equal want-field then
               move f to hit-field
           end-if.

           exit paragraph.

      *    JUDGE-ROW -- eval-row AGAINST RULE i, AS THE QUERY
      *    SCREEN WOULD JUDGE IT WITH THE VALUES FILLED IN.
       judge-row.
           perform ready-rule.

           initialize row-def.
           move ru-table(i) to qd-table.

           perform fill-one-condition
               varying k from 1 by 1
               until k is greater than 4.

           set row-matched to 0.

           call "query-row-match"
           using by content row-def,
           by content field-list,
           by content eval-row,
           by reference row-matched.

           exit paragraph.

       fill-one-condition.
           if ru-field(i, k) is equal spaces then
               exit paragraph
           end-if.

           move ru-field(i, k) to qd-field(k).
           move ru-op(i, k) to qd-op(k).
           move resolved-value(k) to qd-value(k).

           if ru-value(i, k)(1:1) is not equal "@" then
               exit paragraph
           end-if.

           move ru-value(i, k)(2:30) to want-field.
           perform find-field.
           move spaces to qd-value(k).

           if hit-field is greater than 0 then
               move function trim(
                   eval-row(qf-offset(hit-field):qf-length(hit-field)))
                   to qd-value(k)
           end-if.

           exit paragraph.

      *    REVIEW-ONE-PAGE -- ONE PAGE OF THE EXCEPTION TABLE; THE
      *    OPEN ONES ARE RE-JUDGED.
       review-one-page.
           set fetch-count to 0.

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

           perform review-one-exception
               varying r from 1 by 1
               until r is greater than fetch-count.

           move fetch-row-key(fetch-count) to resume-key.

           if fetch-count is less than 50 then
               set page-done to 1
           end-if.

           exit paragraph.

       review-one-exception.
           move fetch-row-value(r) to exception-row.

           if ex-status is not equal "OPEN" then
               exit paragraph
           end-if.

           move fetch-row-key(r) to exception-key.

           set hit-rule to 0.
           perform match-one-rule
               varying i from 1 by 1
               until i is greater than rule-store-size
               or hit-rule is greater than 0.

           if hit-rule is equal 0 then
               move "RULE WITHDRAWN" to close-reason
               perform close-exception
               exit paragraph
           end-if.

           move hit-rule to i.

           if ru-valid(i) is equal 0 then
               add 1 to open-count
               exit paragraph
           end-if.

           if ex-table is not equal ru-table(i) then
               move "RULE NOW WATCHES ANOTHER TABLE" to close-reason
               perform close-exception
               exit paragraph
           end-if.

           move ex-row-key to lookup-key.
           set lookup-count to 0.

           call "db-query"
           using by content ex-table,
           by content lookup-key,
           by reference lookup-rows,
           by reference lookup-count,
           by reference query-status.

           if lookup-count is equal 0 then
               move "ROW NO LONGER ON FILE" to close-reason
               perform close-exception
               exit paragraph
           end-if.

           move lookup-row-value(1) to eval-row.
           perform judge-row.

           if row-matched is equal 0 then
               move "CONDITION CLEARED" to close-reason
               perform close-exception
               exit paragraph
           end-if.

           add 1 to open-count.

           exit paragraph.

       match-one-rule.
           if ru-name(i) is equal ex-rule then
               move i to hit-rule
           end-if.

           exit paragraph.

      *    CLOSE-EXCEPTION -- exception-row CLOSED FOR close-reason.
       close-exception.
           move "CLOSED" to ex-status.
           move now-stamp(1:14) to ex-closed.
           move business-day to ex-closed-day.
           move close-reason to ex-reason.

           perform write-exception.

           if update-status is equal 1 then
               add 1 to closed-count
           end-if.

           exit paragraph.

      *    WALK-ONE-RULE -- RULE i'S TABLE, PAGE BY PAGE.
       walk-one-rule.
           if ru-valid(i) is equal 0 then
               exit paragraph
           end-if.

           perform ready-rule.

           move spaces to resume-key.
           set page-done to 0.

           perform walk-one-page until page-done is equal 1.

           exit paragraph.

       walk-one-page.
           set fetch-count to 0.

           call "db-query"
           using by content ru-table(i),
           by content blank-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status,
           by content resume-key.

           if fetch-count is equal 0 then
               set page-done to 1
               exit paragraph
           end-if.

           perform walk-one-row
               varying r from 1 by 1
               until r is greater than fetch-count.

           move fetch-row-key(fetch-count) to resume-key.

           if fetch-count is less than 50 then
               set page-done to 1
           end-if.

           exit paragraph.

       walk-one-row.
           move fetch-row-value(r) to eval-row.
           perform judge-row.

           if row-matched is equal 0 then
               exit paragraph
           end-if.

           perform open-exception.

           exit paragraph.

      *    OPEN-EXCEPTION -- ROW r BREAKS RULE i. AN EXCEPTION
      *    ALREADY OPEN STANDS; A CLOSED ONE REOPENS.
       open-exception.
           move spaces to exception-key.
           set key-overflow to 0.

           string
               function trim(ru-name(i)) "/"
               function trim(fetch-row-key(r))
               delimited by size
               into exception-key
               on overflow
                   set key-overflow to 1
           end-string.

           if key-overflow is equal 1 then
               move "WARN" to log-level
               move spaces to log-text
               string
                   "RULE " function trim(ru-name(i))
                   " - KEY TOO LONG TO RECORD: "
                   function trim(fetch-row-key(r))
                   delimited by size
                   into log-text
               end-string
               perform write-log
               exit paragraph
           end-if.

           move exception-key to lookup-key.
           set lookup-count to 0.

           call "db-query"
           using by content exception-table,
           by content lookup-key,
           by reference lookup-rows,
           by reference lookup-count,
           by reference query-status.

           if lookup-count is greater than 0 then
               move lookup-row-value(1) to exception-row
               if ex-status is equal "OPEN" then
                   exit paragraph
               end-if
               if ex-times is not numeric then
                   move 0 to ex-times
               end-if
           else
               move spaces to exception-row
               move 0 to ex-times
           end-if.

           move ru-name(i) to ex-rule.
           move ru-table(i) to ex-table.
           move fetch-row-key(r) to ex-row-key.
           move ru-severity(i) to ex-severity.
           move ru-role(i) to ex-role.
           move "OPEN" to ex-status.
           move now-stamp(1:14) to ex-opened.
           move business-day to ex-opened-day.
           move spaces to ex-closed.
           move spaces to ex-closed-day.
           move spaces to ex-reason.
           move ru-text(i) to ex-condition.
           add 1 to ex-times.

           perform write-exception.

           if update-status is equal 1 then
               add 1 to opened-count
               add 1 to open-count
           end-if.

           exit paragraph.

       write-exception.
           set update-status to 0.

           call "db-update"
           using by content exception-table,
           by content exception-key,
           by content exception-row,
           by reference update-status,
           by content update-source.

           if update-status is equal 1 then
               exit paragraph
           end-if.

           add 1 to failed-count.

           move "ERROR" to log-level.
           move spaces to log-text.
           string
               "EXCEPTION " function trim(exception-key)
               " NOT RECORDED - UPDATE REFUSED"
               delimited by size
               into log-text
           end-string.
           perform write-log.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program exception-evaluate.

      *****************************************

       identification division.
       program-id. exception-summary.

      ************************************************************
      * THE DAILY EXCEPTION MAIL -- ONE MESSAGE PER OWNER ROLE,
      * TO EVERY ENABLED users.dat ACCOUNT OF THAT ROLE WITH A
      * MAIL ADDRESS ON FILE: HOW MANY OF ITS EXCEPTIONS ARE OPEN,
      * OPENED AND CLOSED ON THE BUSINESS DATE, THEN EACH OPEN ONE
      * (SEVERITY, RULE, ROW AND SINCE WHEN) AND EACH CLOSED TODAY
      * WITH ITS REASON. A ROLE WITH NOTHING OPEN AND NOTHING
      * MOVED TODAY GETS NO MAIL. RUN ONCE A DAY FROM
      * schedule.cfg, AFTER THE DAY'S LAST exception-evaluate.
      * SETTINGS: EXCEPTION_TABLE (DEFAULT "exceptions"),
      * EXCEPTION_MAIL_FROM (DEFAULT noreply@localhost).
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
       77 user-stat    pic xx.
       77 scan-eof     pic 9.
       77 exception-table pic x(30).
       77 business-day pic x(8).

       01 recipients.
           05 recipient occurs 500 times.
               10 rc-role  pic x(16).
               10 rc-email pic x(64).
           05 recipient-size pic 9(3).
       77 u            pic 9(3).

       01 owner-roles.
           05 owner-role occurs 50 times pic x(16).
           05 owner-role-size pic 9(2).
       77 o            pic 9(2).
       77 role-seen    pic 9.
       77 current-role pic x(16).

       77 blank-key    pic x(50).
       77 resume-key   pic x(50).
       77 page-done    pic 9.
       77 query-status pic 9.
       77 fetch-count  pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 r            pic 9(3).

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

       77 open-count    pic 9(5).
       77 opened-today  pic 9(5).
       77 closed-today  pic 9(5).
       77 open-unlisted pic 9(5).
       77 closed-unlisted pic 9(5).
       77 count-edit    pic z(4)9.

       77 open-text     pic x(3000).
       77 open-pointer  pic 9(4).
       77 closed-text   pic x(800).
       77 closed-pointer pic 9(4).

       77 mail-from    pic x(128).
       77 mail-to      pic x(128).
       77 mail-subject pic x(128).
       77 mail-body    pic x(4096).
       77 body-pointer pic 9(4).
       77 mail-status  pic 9.
       77 mailed-count pic 9(3).
       77 role-mailed  pic 9(3).

       procedure division.

           set exception-table to spaces.
           accept exception-table from environment "EXCEPTION_TABLE".

           if exception-table is equal spaces then
               set exception-table to "exceptions"
           end-if.

           set mail-from to spaces.
           accept mail-from from environment "EXCEPTION_MAIL_FROM".

           if mail-from is equal spaces then
               set mail-from to "noreply@localhost"
           end-if.

           call "business-date"
           using by reference business-day.

           perform load-recipients.

           if recipient-size is equal 0 then
               display "NO ENABLED ACCOUNT HAS A MAIL ADDRESS"
               goback
           end-if.

           move spaces to blank-key.
           set mailed-count to 0.

           perform summarize-one-role
               varying o from 1 by 1
               until o is greater than owner-role-size.

           move mailed-count to count-edit.
           display function trim(count-edit)
               " EXCEPTION SUMMARY MAIL(S) SENT FOR " business-day.

           move 0 to return-code.

           goback.

      *    LOAD-RECIPIENTS -- ENABLED ACCOUNTS WITH AN ADDRESS,
      *    AND THE DISTINCT ROLES AMONG THEM.
       load-recipients.
           initialize recipients.
           initialize owner-roles.

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
           or user-role is equal spaces
           or recipient-size is equal 500 then
               exit paragraph
           end-if.

           add 1 to recipient-size.
           move user-role to rc-role(recipient-size).
           move user-email to rc-email(recipient-size).

           set role-seen to 0.
           perform match-one-role
               varying o from 1 by 1
               until o is greater than owner-role-size
               or role-seen is equal 1.

           if role-seen is equal 0
           and owner-role-size is less than 50 then
               add 1 to owner-role-size
               move user-role to owner-role(owner-role-size)
           end-if.

           exit paragraph.

       match-one-role.
           if owner-role(o) is equal user-role then
               set role-seen to 1
           end-if.

           exit paragraph.

      *    SUMMARIZE-ONE-ROLE -- THE ROLE'S EXCEPTIONS GATHERED,
      *    THEN ONE MAIL TO EACH OF ITS ACCOUNTS.
       summarize-one-role.
           move owner-role(o) to current-role.

           set open-count to 0.
           set opened-today to 0.
           set closed-today to 0.
           set open-unlisted to 0.
           set closed-unlisted to 0.
           move spaces to open-text.
           move spaces to closed-text.
           set open-pointer to 1.
           set closed-pointer to 1.

           move spaces to resume-key.
           set page-done to 0.

           perform gather-one-page until page-done is equal 1.

           if open-count is equal 0
           and opened-today is equal 0
           and closed-today is equal 0 then
               exit paragraph
           end-if.

           perform compose-summary.

           set role-mailed to 0.

           perform mail-one-recipient
               varying u from 1 by 1
               until u is greater than recipient-size.

           move role-mailed to count-edit.
           display function trim(current-role) ": "
               function trim(count-edit) " RECIPIENT(S)".

           exit paragraph.

       gather-one-page.
           set fetch-count to 0.

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

      *    GATHER-ONE-EXCEPTION -- AN OPEN ONE, OR ONE CLOSED ON
      *    THE BUSINESS DATE, INTO ITS SECTION WHILE THERE IS ROOM.
       gather-one-exception.
           move fetch-row-value(r) to exception-row.

           if ex-role is not equal current-role then
               exit paragraph
           end-if.

           if ex-status is equal "OPEN" then
               add 1 to open-count
               if ex-opened-day is equal business-day then
                   add 1 to opened-today
               end-if
               if open-pointer is greater than 2880 then
                   add 1 to open-unlisted
                   exit paragraph
               end-if
               string
                   "  " ex-severity " " ex-rule " "
                   function trim(ex-table) " "
                   function trim(ex-row-key)
                   " SINCE " ex-opened-day X"0A"
                   delimited by size
                   into open-text
                   with pointer open-pointer
               end-string
               exit paragraph
           end-if.

           if ex-closed-day is not equal business-day then
               exit paragraph
           end-if.

           add 1 to closed-today.

           if closed-pointer is greater than 680 then
               add 1 to closed-unlisted
               exit paragraph
           end-if.

           string
               "  " ex-rule " "
               function trim(ex-table) " "
               function trim(ex-row-key) " - "
               function trim(ex-reason) X"0A"
               delimited by size
               into closed-text
               with pointer closed-pointer
           end-string.

           exit paragraph.

       compose-summary.
           move spaces to mail-subject.
           move open-count to count-edit.
           string
               "EXCEPTIONS FOR " function trim(current-role)
               " " business-day ": " function trim(count-edit)
               " OPEN"
               delimited by size
               into mail-subject
           end-string.

           move spaces to mail-body.
           set body-pointer to 1.

           string
               "EXCEPTION SUMMARY FOR " function trim(current-role)
               " - BUSINESS DATE " business-day X"0A" X"0A"
               "OPEN " function trim(count-edit)
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           move opened-today to count-edit.
           string
               "   OPENED TODAY " function trim(count-edit)
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           move closed-today to count-edit.
           string
               "   CLOSED TODAY " function trim(count-edit)
               X"0A"
               delimited by size
               into mail-body
               with pointer body-pointer
           end-string.

           if open-count is greater than 0 then
               string
                   X"0A" "OPEN EXCEPTIONS" X"0A"
                   open-text(1:open-pointer - 1)
                   delimited by size
                   into mail-body
                   with pointer body-pointer
               end-string
           end-if.

           if open-unlisted is greater than 0 then
               move open-unlisted to count-edit
               string
                   "  ... AND " function trim(count-edit)
                   " MORE" X"0A"
                   delimited by size
                   into mail-body
                   with pointer body-pointer
               end-string
           end-if.

           if closed-today is greater than 0 then
               string
                   X"0A" "CLOSED TODAY" X"0A"
                   closed-text(1:closed-pointer - 1)
                   delimited by size
                   into mail-body
                   with pointer body-pointer
               end-string
           end-if.

           if closed-unlisted is greater than 0 then
               move closed-unlisted to count-edit
               string
                   "  ... AND " function trim(count-edit)
                   " MORE" X"0A"
                   delimited by size
                   into mail-body
                   with pointer body-pointer
               end-string
           end-if.

           exit paragraph.

       mail-one-recipient.
           if rc-role(u) is not equal current-role then
               exit paragraph
           end-if.

           move rc-email(u) to mail-to.
           set mail-status to 0.

           call "send-mail"
           using by content mail-from,
           by content mail-to,
           by content mail-subject,
           by content mail-body,
           by reference mail-status.

           if mail-status is equal 1 then
               add 1 to role-mailed
               add 1 to mailed-count
           end-if.

           exit paragraph.

       end program exception-summary.
