       identification division.
       program-id. audit-sample.

      ************************************************************
      * THE INTERNAL AUDIT SAMPLE -- EACH QUARTER AUDIT ASKS FOR
      * "A RANDOM 25 CHANGES PER CLERK FROM THE RATES AND LIMITS
      * TABLES", AND THEY WERE PICKED BY EYE FROM audit-inquiry
      * OUTPUT: NEITHER RANDOM NOR REPEATABLE. THIS BATCH DRAWS
      * THE SAMPLE FROM THE AUDIT TRAIL ITSELF (AUDIT_ARCHIVE,
      * THEN THE LIVE audit.log, THE audit-asof READING ORDER)
      * WITH A RECORDED SEED, SO THE SAME SETTINGS AND SEED DRAW
      * THE SAME SAMPLE AGAIN, AND PRINTS EACH SAMPLED CHANGE --
      * WHO MADE IT, WHO APPROVED IT WHEN IT WENT THROUGH THE
      * MAKER-CHECKER QUEUE, ITS BEFORE AND AFTER FIELD VALUES
      * (schemas.cfg), AND A BLANK SIGN-OFF FOR THE AUDITOR -- TO
      * "auditsample.YYYYMMDD.rpt" (THE RANGE'S LAST DAY), FILED
      * IN THE REPORT CATALOG. SETTINGS:
      *
      *     AUDITSAMPLE_FROM    FIRST DAY, YYYYMMDD (REQUIRED)
      *     AUDITSAMPLE_TO      LAST DAY, YYYYMMDD (REQUIRED)
      *     AUDITSAMPLE_TABLES  THE TABLES, COMMA-SEPARATED
      *                         (REQUIRED)
      *     AUDITSAMPLE_METHOD  COUNT     AUDITSAMPLE_SIZE CHANGES
      *                                   PER USER (ALL OF A USER'S
      *                                   CHANGES WHEN FEWER)
      *                         PERCENT   AUDITSAMPLE_SIZE PER CENT
      *                                   OF ALL THE CHANGES
      *                         MONETARY  AUDITSAMPLE_SIZE DRAWS
      *                                   WEIGHTED BY THE AMOUNT IN
      *                                   AUDITSAMPLE_AMOUNT_FIELD
      *                         (DEFAULT COUNT)
      *     AUDITSAMPLE_SIZE    DEFAULT 25
      *     AUDITSAMPLE_AMOUNT_FIELD  THE schemas.cfg FIELD HOLDING
      *                         THE AMOUNT, IN EVERY LISTED TABLE
      *     AUDITSAMPLE_SEED    THE SEED (1-999999999); UNSET
      *                         DRAWS ONE FROM THE CLOCK -- EITHER
      *                         WAY IT IS PRINTED ON THE REPORT
      *     AUDIT_ARCHIVE       AN OLDER TRAIL TO READ FIRST
      *
      * THE DRAW IS SELECTION SAMPLING OVER TWO PASSES OF THE
      * TRAIL: THE FIRST COUNTS EACH USER'S CHANGES (AND THE
      * AMOUNTS), THE SECOND TAKES EACH CHANGE WITH PROBABILITY
      * STILL-WANTED / STILL-TO-SEE, WHICH LANDS EXACTLY ON THE
      * COUNT. MONETARY-UNIT SAMPLING IS SYSTEMATIC OVER THE
      * RUNNING TOTAL FROM A RANDOM START, SO A CHANGE IS AS LIKELY
      * TO BE DRAWN AS ITS AMOUNT IS LARGE, AND A CHANGE LARGER
      * THAN THE INTERVAL IS ALWAYS DRAWN (ONCE). THE "USER" OF A
      * CHANGE IS THE SCREEN USER ("maintain:<user>"), THE MAKER
      * OF AN APPROVED CHANGE ("mk:<maker>/ck:<checker>"), OR
      * OTHERWISE THE BATCH PROGRAM THAT MADE IT. UNDO LINK LINES
      * ARE NOT CHANGES AND ARE NEVER DRAWN.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select audit-file assign to dynamic audit-file-name
           organization is line sequential
           file status is audit-stat.

           select pending-file assign to "pending.dat"
           organization is indexed
           access mode is dynamic
           record key is pd-id
           file status is pending-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
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

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       77 audit-stat    pic xx.
       77 pending-stat  pic xx.
       77 report-stat   pic xx.
       77 audit-eof     pic 9.
       77 pending-eof   pic 9.
       77 audit-file-name pic x(256).
       77 live-audit-name pic x(64).
       77 archive-name  pic x(256).
       77 report-path   pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).
       77 catalog-producer pic x(30) value "audit-sample".

      *    SETTINGS.
       77 from-date     pic x(8).
       77 to-date       pic x(8).
       77 table-text    pic x(512).
       77 sample-method pic x(10).
       77 size-text     pic x(8).
       77 sample-size   pic 9(5).
       77 amount-field  pic x(30).
       77 seed-text     pic x(10).
       77 sample-seed   pic 9(9).

       01 table-list.
           05 table-entry occurs 20 times.
               10 tl-name      pic x(30).
               10 tl-fields    pic 9(2).
               10 tl-amount-offset pic 9(4).
               10 tl-amount-length pic 9(4).
           05 table-list-size pic 9(2).
       77 t             pic 9(2).
       77 table-pointer pic 9(4).
       77 table-token   pic x(30).
       77 table-slot    pic 9(2).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).
       77 f             pic 9(2).

      *    THE POPULATION, BY USER.
       01 user-list.
           05 user-entry occurs 300 times.
               10 us-name      pic x(64).
               10 us-changes   pic 9(7).
               10 us-wanted    pic 9(7).
               10 us-remaining pic 9(7).
               10 us-sampled   pic 9(7).
           05 user-list-size pic 9(3).
       77 us            pic 9(3).
       77 user-slot     pic 9(3).
       77 users-dropped pic 9(5).

       77 line-date     pic x(8).
       77 month-num     pic 9(2).
       77 stamp-mon     pic x(3).
       77 change-user   pic x(64).
       77 checker-short pic x(64).
       77 approver-name pic x(64).
       77 maker-name    pic x(64).
       77 source-rest   pic x(32).
       77 in-sample     pic 9.

      *    THE DRAW.
       77 pass-number   pic 9.
       77 population    pic 9(7).
       77 sampled-count pic 9(7).
       77 overall-wanted pic 9(7).
       77 overall-remaining pic 9(7).
       77 random-value  pic v9(9).
       77 first-draw    pic 9.
       77 change-amount pic s9(13)v99.
       77 amount-text   pic x(40).
       77 amount-total  pic 9(15)v99.
       77 running-total pic 9(15)v99.
       77 next-point    pic 9(15)v99.
       77 draw-interval pic 9(15)v99.

      *    PRINTING.
       77 item-number   pic 9(5).
       77 item-edit     pic z(4)9.
       77 count-edit    pic z(6)9.
       77 size-edit     pic z(4)9.
       77 seed-edit     pic z(8)9.
       77 amount-edit   pic z(14)9.99.
       77 before-text   pic x(45).
       77 after-text    pic x(45).
       77 change-mark   pic x(1).
       77 printed-fields pic 9(2).

       77 log-level     pic x(5).
       77 log-source    pic x(32) value "audit-sample".
       77 log-text      pic x(256).

       procedure division.

           perform resolve-settings.

           if return-code is not equal 0 then
               goback
           end-if.

           perform resolve-tables.

           set tenant-stem to "audit".
           set tenant-ext to "log".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference live-audit-name.

      *    FIRST PASS -- THE POPULATION.
           set user-list-size to 0.
           set users-dropped to 0.
           set population to 0.
           set amount-total to 0.
           set pass-number to 1.
           perform read-trail.

           perform set-targets.

           set report-path to spaces.
           string
               "auditsample." delimited by size
               to-date delimited by size
               ".rpt" delimited by size
               into report-path
           end-string.

           open output report-file.

           if report-stat is not equal "00" then
               display "CANNOT WRITE " function trim(report-path)
               move 8 to return-code
               goback
           end-if.

           perform write-report-heading.

      *    SECOND PASS -- THE DRAW, PRINTED AS DRAWN.
           set sampled-count to 0.
           set item-number to 0.
           set running-total to 0.
           set first-draw to 1.
           set pass-number to 2.

           if sample-method is equal "MONETARY"
           and draw-interval is greater than 0 then
               perform draw-random
               compute next-point rounded =
                   random-value * draw-interval
           end-if.

           perform read-trail.

           perform write-report-summary.

           close report-file.

           call "report-catalog-add"
           using by content report-path,
           by content to-date,
           by content catalog-producer.

           set log-text to spaces.
           move sample-seed to seed-edit.
           move sampled-count to count-edit.
           string
               "AUDIT SAMPLE " from-date "-" to-date " "
               function trim(sample-method) " SEED "
               function trim(seed-edit) " - "
               function trim(count-edit) " CHANGE(S) DRAWN"
               delimited by size
               into log-text
           end-string.
           move "INFO" to log-level.
           perform write-log.

           display function trim(count-edit)
               " CHANGE(S) SAMPLED - SEE " function trim(report-path).

           goback.

      *    RESOLVE-SETTINGS -- THE ENVIRONMENT, CHECKED; A BAD
      *    SETTING FINISHES THE RUN WITH 8 BEFORE ANY READING.
       resolve-settings.
           set from-date to spaces.
           set to-date to spaces.
           set table-text to spaces.
           set sample-method to spaces.
           set size-text to spaces.
           set amount-field to spaces.
           set seed-text to spaces.
           set archive-name to spaces.

           accept from-date from environment "AUDITSAMPLE_FROM".
           accept to-date from environment "AUDITSAMPLE_TO".
           accept table-text from environment "AUDITSAMPLE_TABLES".
           accept sample-method from environment
               "AUDITSAMPLE_METHOD".
           accept size-text from environment "AUDITSAMPLE_SIZE".
           accept amount-field from environment
               "AUDITSAMPLE_AMOUNT_FIELD".
           accept seed-text from environment "AUDITSAMPLE_SEED".
           accept archive-name from environment "AUDIT_ARCHIVE".

           if from-date is not numeric
           or to-date is not numeric
           or table-text is equal spaces then
               display "AUDITSAMPLE_FROM, AUDITSAMPLE_TO (YYYYMMDD) "
                   "AND AUDITSAMPLE_TABLES ARE REQUIRED"
               move 8 to return-code
               exit paragraph
           end-if.

           if from-date is greater than to-date then
               display "AUDITSAMPLE_FROM IS AFTER AUDITSAMPLE_TO"
               move 8 to return-code
               exit paragraph
           end-if.

           move function upper-case(sample-method) to sample-method.
           if sample-method is equal spaces then
               set sample-method to "COUNT"
           end-if.

           if sample-method is not equal "COUNT"
           and sample-method is not equal "PERCENT"
           and sample-method is not equal "MONETARY" then
               display "AUDITSAMPLE_METHOD MUST BE COUNT, PERCENT "
                   "OR MONETARY"
               move 8 to return-code
               exit paragraph
           end-if.

           if size-text is equal spaces then
               set sample-size to 25
           else
               move function numval(size-text) to sample-size
           end-if.

           if sample-size is equal 0
           or (sample-method is equal "PERCENT"
           and sample-size is greater than 100) then
               display "AUDITSAMPLE_SIZE IS OUT OF RANGE"
               move 8 to return-code
               exit paragraph
           end-if.

           if sample-method is equal "MONETARY"
           and amount-field is equal spaces then
               display "MONETARY SAMPLING NEEDS "
                   "AUDITSAMPLE_AMOUNT_FIELD"
               move 8 to return-code
               exit paragraph
           end-if.

      *    NO SEED GIVEN -- ONE FROM THE CLOCK, PRINTED SO THE
      *    DRAW CAN BE REPEATED.
           if seed-text is equal spaces then
               move function current-date(8:9) to sample-seed
           else
               move function numval(seed-text) to sample-seed
           end-if.

           if sample-seed is equal 0 then
               set sample-seed to 1
           end-if.

           exit paragraph.

      *    RESOLVE-TABLES -- THE LISTED TABLES WITH THEIR FIELD
      *    COUNT AND, FOR MONETARY SAMPLING, THE AMOUNT'S SLICE.
       resolve-tables.
           set table-list-size to 0.
           set table-pointer to 1.

           perform take-one-table
               until table-pointer is greater than 512
               or table-list-size is equal 20.

           exit paragraph.

       take-one-table.
           set table-token to spaces.

           unstring table-text delimited by ","
               into table-token
               with pointer table-pointer
           end-unstring.

           if table-token is equal spaces then
               exit paragraph
           end-if.

           add 1 to table-list-size.
           move function trim(table-token)
               to tl-name(table-list-size).
           set tl-amount-offset(table-list-size) to 0.
           set tl-amount-length(table-list-size) to 0.

           call "query-table-fields"
           using by content tl-name(table-list-size),
           by reference field-list.

           move field-list-size to tl-fields(table-list-size).

           perform find-amount-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           if sample-method is equal "MONETARY"
           and tl-amount-length(table-list-size) is equal 0 then
               display "NO FIELD " function trim(amount-field)
                   " DECLARED FOR " function trim(table-token)
                   " - ITS CHANGES WEIGH NOTHING"
           end-if.

           exit paragraph.

       find-amount-field.
           if qf-name(f) is equal amount-field then
               move qf-offset(f)
                   to tl-amount-offset(table-list-size)
               move qf-length(f)
                   to tl-amount-length(table-list-size)
           end-if.

           exit paragraph.

      *    READ-TRAIL -- THE ARCHIVE, THEN THE LIVE TRAIL; THE
      *    SAME ORDER BOTH PASSES, SO THE DRAW IS REPEATABLE.
       read-trail.
           if archive-name is not equal spaces then
               move archive-name to audit-file-name
               perform read-one-trail-file
           end-if.

           move live-audit-name to audit-file-name.
           perform read-one-trail-file.

           exit paragraph.

       read-one-trail-file.
           open input audit-file.

           if audit-stat is not equal "00" then
               exit paragraph
           end-if.

           set audit-eof to 0.

           perform read-one-change until audit-eof is equal 1.

           close audit-file.

           exit paragraph.

      *    READ-ONE-CHANGE -- A CHANGE TO A LISTED TABLE IN THE
      *    RANGE IS COUNTED ON THE FIRST PASS, JUDGED ON THE
      *    SECOND.
       read-one-change.
           read audit-file
               at end
                   set audit-eof to 1
                   exit paragraph
           end-read.

           if audit-action is equal "UNDO" then
               exit paragraph
           end-if.

           set table-slot to 0.
           perform find-table-slot
               varying t from 1 by 1
               until t is greater than table-list-size
               or table-slot is greater than 0.

           if table-slot is equal 0 then
               exit paragraph
           end-if.

           perform stamp-to-date.

           if line-date is less than from-date
           or line-date is greater than to-date then
               exit paragraph
           end-if.

           perform find-change-user.
           perform find-user-slot.
           perform find-change-amount.

           if pass-number is equal 1 then
               add 1 to population
               add change-amount to amount-total
               if user-slot is greater than 0 then
                   add 1 to us-changes(user-slot)
               end-if
               exit paragraph
           end-if.

           perform judge-one-change.

           if in-sample is equal 1 then
               add 1 to sampled-count
               if user-slot is greater than 0 then
                   add 1 to us-sampled(user-slot)
               end-if
               perform print-one-change
           end-if.

           exit paragraph.

       find-table-slot.
           if tl-name(t) is equal audit-table then
               move t to table-slot
           end-if.

           exit paragraph.

      *    STAMP-TO-DATE -- THE date-utc STAMP AS YYYYMMDD, THE
      *    audit-asof TRANSLATION.
       stamp-to-date.
           set stamp-mon to audit-stamp(9:3).

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
               audit-stamp(13:4) delimited by size
               month-num delimited by size
               audit-stamp(6:2) delimited by size
               into line-date
           end-string.

           exit paragraph.

      *    FIND-CHANGE-USER -- WHO MADE THE CHANGE, FROM THE
      *    SOURCE db-update WAS GIVEN; THE CHECKER TOO WHEN THERE
      *    WAS ONE (CUT TO 12 CHARACTERS THERE -- pending.dat HAS
      *    THE FULL NAMES, LOOKED UP WHEN THE CHANGE IS PRINTED).
       find-change-user.
           set change-user to spaces.
           set checker-short to spaces.

           evaluate true
               when audit-source(1:9) is equal "maintain:"
                   move audit-source(10:) to change-user
               when audit-source(1:3) is equal "mk:"
                   move audit-source(4:) to source-rest
                   unstring source-rest delimited by "/ck:"
                       into change-user, checker-short
                   end-unstring
               when other
                   move audit-source to change-user
           end-evaluate.

           if change-user is equal spaces then
               set change-user to "(unknown)"
           end-if.

           exit paragraph.

      *    FIND-USER-SLOT -- THE USER'S TALLY, ADDED ON THE FIRST
      *    PASS; PAST 300 USERS THE REST ARE COUNTED BUT NOT
      *    SAMPLED BY USER (user-slot 0).
       find-user-slot.
           set user-slot to 0.

           perform test-one-user
               varying us from 1 by 1
               until us is greater than user-list-size
               or user-slot is greater than 0.

           if user-slot is greater than 0
           or pass-number is equal 2 then
               exit paragraph
           end-if.

           if user-list-size is equal 300 then
               add 1 to users-dropped
               exit paragraph
           end-if.

           add 1 to user-list-size.
           move user-list-size to user-slot.
           move change-user to us-name(user-slot).
           set us-changes(user-slot) to 0.
           set us-sampled(user-slot) to 0.

           exit paragraph.

       test-one-user.
           if us-name(us) is equal change-user then
               move us to user-slot
           end-if.

           exit paragraph.

      *    FIND-CHANGE-AMOUNT -- THE DECLARED AMOUNT OF THE ROW AS
      *    CHANGED (THE BEFORE IMAGE FOR A DELETE), UNSIGNED; NOT
      *    A NUMBER WEIGHS NOTHING.
       find-change-amount.
           set change-amount to 0.

           if sample-method is not equal "MONETARY"
           or tl-amount-length(table-slot) is equal 0 then
               exit paragraph
           end-if.

           set amount-text to spaces.

           if audit-action is equal "DELETE" then
               move audit-before(tl-amount-offset(table-slot):
                   tl-amount-length(table-slot)) to amount-text
           else
               move audit-after(tl-amount-offset(table-slot):
                   tl-amount-length(table-slot)) to amount-text
           end-if.

           if amount-text is equal spaces
           or function test-numval(amount-text) is not equal 0 then
               exit paragraph
           end-if.

           compute change-amount =
               function abs(function numval(amount-text)).

           exit paragraph.

      *    SET-TARGETS -- HOW MANY EACH USER (COUNT), OR ALL OF
      *    THEM (PERCENT), STILL WANT; FOR MONETARY, THE INTERVAL.
       set-targets.
           set overall-wanted to 0.
           set draw-interval to 0.

           evaluate sample-method
               when "COUNT"
                   perform set-one-user-target
                       varying us from 1 by 1
                       until us is greater than user-list-size
               when "PERCENT"
                   compute overall-wanted rounded =
                       population * sample-size / 100
                   if overall-wanted is equal 0
                   and population is greater than 0 then
                       set overall-wanted to 1
                   end-if
               when "MONETARY"
                   move sample-size to overall-wanted
                   if amount-total is greater than 0 then
                       compute draw-interval rounded =
                           amount-total / sample-size
                   end-if
           end-evaluate.

           move population to overall-remaining.

           exit paragraph.

       set-one-user-target.
           if us-changes(us) is less than sample-size then
               move us-changes(us) to us-wanted(us)
           else
               move sample-size to us-wanted(us)
           end-if.

           move us-changes(us) to us-remaining(us).

           exit paragraph.

      *    JUDGE-ONE-CHANGE -- IN OR OUT. SELECTION SAMPLING DRAWS
      *    ONE RANDOM NUMBER PER CHANGE SEEN, SO THE SEED FIXES THE
      *    OUTCOME.
       judge-one-change.
           set in-sample to 0.

           evaluate sample-method
               when "COUNT"
                   if user-slot is equal 0 then
                       exit paragraph
                   end-if
                   perform draw-random
                   if random-value * us-remaining(user-slot)
                       is less than us-wanted(user-slot) then
                       set in-sample to 1
                       subtract 1 from us-wanted(user-slot)
                   end-if
                   subtract 1 from us-remaining(user-slot)
               when "PERCENT"
                   perform draw-random
                   if random-value * overall-remaining
                       is less than overall-wanted then
                       set in-sample to 1
                       subtract 1 from overall-wanted
                   end-if
                   subtract 1 from overall-remaining
               when "MONETARY"
                   perform judge-monetary-change
           end-evaluate.

           exit paragraph.

      *    JUDGE-MONETARY-CHANGE -- DRAWN WHEN THE NEXT SAMPLING
      *    POINT FALLS INSIDE THIS CHANGE'S SPAN OF THE RUNNING
      *    TOTAL; POINTS IT SPANS BEYOND THE FIRST ARE PASSED.
       judge-monetary-change.
           if draw-interval is equal 0
           or change-amount is equal 0 then
               exit paragraph
           end-if.

           add change-amount to running-total.

           if next-point is not less than running-total then
               exit paragraph
           end-if.

           set in-sample to 1.

           perform pass-one-point
               until next-point is not less than running-total.

           exit paragraph.

       pass-one-point.
           add draw-interval to next-point.

           exit paragraph.

       draw-random.
           if first-draw is equal 1 then
               compute random-value = function random(sample-seed)
               set first-draw to 0
           else
               compute random-value = function random
           end-if.

           exit paragraph.

      *    WRITE-REPORT-HEADING -- THE DRAW'S TERMS, SEED FIRST.
       write-report-heading.
           move spaces to report-record.
           string
               "AUDIT SAMPLE OF CHANGES " delimited by size
               from-date delimited by size
               " TO " delimited by size
               to-date delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           move all "=" to report-record(1:60).
           write report-record.

           move spaces to report-record.
           string
               "TABLES:  " function trim(table-text)
               delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           write report-record.

           move sample-size to size-edit.
           move spaces to report-record.
           evaluate sample-method
               when "COUNT"
                   string
                       "METHOD:  " function trim(size-edit)
                       " CHANGE(S) PER USER"
                       delimited by size
                       into report-record
                   end-string
               when "PERCENT"
                   string
                       "METHOD:  " function trim(size-edit)
                       " PER CENT OF ALL CHANGES"
                       delimited by size
                       into report-record
                   end-string
               when "MONETARY"
                   string
                       "METHOD:  MONETARY UNIT, "
                       function trim(size-edit)
                       " DRAW(S) WEIGHTED BY "
                       function trim(amount-field)
                       delimited by size
                       into report-record
                   end-string
           end-evaluate.
           write report-record.

           move sample-seed to seed-edit.
           move spaces to report-record.
           string
               "SEED:    " function trim(seed-edit)
               "  (AUDITSAMPLE_SEED=" function trim(seed-edit)
               " WITH THE SAME SETTINGS DRAWS THIS SAMPLE AGAIN)"
               delimited by size
               into report-record
           end-string.
           write report-record.

           move population to count-edit.
           move spaces to report-record.
           string
               "CHANGES IN RANGE: " function trim(count-edit)
               delimited by size
               into report-record
           end-string.
           write report-record.

           if sample-method is equal "MONETARY" then
               move amount-total to amount-edit
               move spaces to report-record
               string
                   "TOTAL AMOUNT:     " function trim(amount-edit)
                   delimited by size
                   into report-record
               end-string
               write report-record
               move draw-interval to amount-edit
               move spaces to report-record
               string
                   "INTERVAL:         " function trim(amount-edit)
                   delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           exit paragraph.

      *    PRINT-ONE-CHANGE -- THE HEADLINE WITH ITS SIGN-OFF
      *    COLUMN, WHO MADE AND APPROVED IT, AND THE FIELDS.
       print-one-change.
           add 1 to item-number.
           move item-number to item-edit.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string
               item-edit " " audit-stamp " "
               function trim(audit-action) " "
               function trim(audit-table) " "
               function trim(audit-key)
               delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           move "SIGN-OFF ____________ DATE ________"
               to report-record(97:36).
           write report-record.

           move change-user to maker-name.
           set approver-name to spaces.

           if checker-short is not equal spaces then
               move checker-short to approver-name
               perform find-approval
           end-if.

           move spaces to report-record.
           if approver-name is equal spaces then
               string
                   "      CHANGED BY " function trim(maker-name)
                   "   NOT THROUGH MAKER-CHECKER"
                   delimited by size
                   into report-record
               end-string
           else
               string
                   "      CHANGED BY " function trim(maker-name)
                   "   APPROVED BY " function trim(approver-name)
                   delimited by size
                   into report-record
               end-string
           end-if.
           write report-record.

           if sample-method is equal "MONETARY" then
               move change-amount to amount-edit
               move spaces to report-record
               string
                   "      AMOUNT " function trim(amount-edit)
                   delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           call "query-table-fields"
           using by content audit-table,
           by reference field-list.

           if field-list-size is equal 0 then
               perform print-raw-images
               exit paragraph
           end-if.

           move spaces to report-record.
           string
               "      FIELD" delimited by size
               into report-record
           end-string.
           move "BEFORE" to report-record(33:6).
           move "AFTER" to report-record(80:5).
           write report-record.

           perform print-one-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           exit paragraph.

      *    PRINT-ONE-FIELD -- "*" MARKS A FIELD THE CHANGE MOVED.
       print-one-field.
           move audit-before(qf-offset(f):qf-length(f))
               to before-text.
           move audit-after(qf-offset(f):qf-length(f))
               to after-text.

           move space to change-mark.
           if audit-before(qf-offset(f):qf-length(f)) is not equal
               audit-after(qf-offset(f):qf-length(f)) then
               move "*" to change-mark
           end-if.

           move spaces to report-record.
           move change-mark to report-record(5:1).
           move qf-name(f) to report-record(7:25).
           move before-text to report-record(33:45).
           move after-text to report-record(80:45).
           write report-record.

           exit paragraph.

      *    PRINT-RAW-IMAGES -- A TABLE WITHOUT schemas.cfg FIELDS:
      *    THE IMAGES AS STORED.
       print-raw-images.
           move spaces to report-record.
           string
               "      BEFORE: " audit-before(1:112)
               delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           string
               "      AFTER:  " audit-after(1:112)
               delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

      *    FIND-APPROVAL -- THE APPLIED pending.dat ENTRY FOR THIS
      *    CHANGE (SAME TABLE, KEY AND VALUE, APPROVED), FOR THE
      *    FULL MAKER AND CHECKER NAMES; THE LATEST ONE WINS. A
      *    PURGED QUEUE LEAVES THE NAMES FROM THE TRAIL.
       find-approval.
           open input pending-file.

           if pending-stat is not equal "00" then
               exit paragraph
           end-if.

           set pending-eof to 0.

           perform test-one-pending until pending-eof is equal 1.

           close pending-file.

           exit paragraph.

       test-one-pending.
           read pending-file next record
               at end
                   set pending-eof to 1
                   exit paragraph
           end-read.

           if pd-status is equal "APPROVED"
           and pd-table is equal audit-table
           and pd-key is equal audit-key
           and pd-value is equal audit-after then
               move pd-maker to maker-name
               move pd-checker to approver-name
           end-if.

           exit paragraph.

      *    WRITE-REPORT-SUMMARY -- EACH USER'S CHANGES AGAINST
      *    WHAT WAS DRAWN, SO THE AUDITOR SEES THE COVERAGE.
       write-report-summary.
           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           move all "=" to report-record(1:60).
           write report-record.

           move spaces to report-record.
           move "USER" to report-record(1:4).
           move "CHANGES" to report-record(67:7).
           move "SAMPLED" to report-record(77:7).
           write report-record.

           perform write-one-user-line
               varying us from 1 by 1
               until us is greater than user-list-size.

           if users-dropped is greater than 0 then
               move users-dropped to count-edit
               move spaces to report-record
               string
                   function trim(count-edit)
                   " CHANGE(S) BY USERS PAST THE FIRST 300 "
                   "WERE NOT SAMPLED BY USER"
                   delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           move sampled-count to count-edit.
           move spaces to report-record.
           string
               "SAMPLED: " function trim(count-edit)
               delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

       write-one-user-line.
           move spaces to report-record.
           move us-name(us) to report-record(1:64).
           move us-changes(us) to count-edit.
           move count-edit to report-record(67:7).
           move us-sampled(us) to count-edit.
           move count-edit to report-record(77:7).
           write report-record.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program audit-sample.
