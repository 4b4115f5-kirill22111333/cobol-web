       identification division.
       program-id. workflow-status-position.

      ************************************************************
      * STATUS WORKFLOWS -- ORDERS, CLAIMS AND SUPPLIER ONBOARDING
      * RECORDS CARRY A STATUS FIELD THAT ANY CLERK COULD SET TO
      * ANYTHING, SO AN ORDER WENT STRAIGHT FROM DRAFT TO SHIPPED.
      * A SITE DECLARES EACH TABLE'S STATE MACHINE IN
      * "workflow.cfg", ONE LINE PER FACT ("#" LINES ARE
      * COMMENTS):
      *
      *     <table> FIELD <status-field>
      *     <table> MOVE <from|-|*> <to> <role|*> [<fields|->]
      *
      *     orders FIELD status
      *     orders MOVE - DRAFT *
      *     orders MOVE DRAFT SUBMITTED clerk qty,ship_to
      *     orders MOVE SUBMITTED APPROVED supervisor
      *     orders MOVE APPROVED SHIPPED warehouse ship_date
      *     orders MOVE * CANCELLED supervisor
      *
      * <status-field> IS A schemas.cfg FIELD OF THE TABLE. A MOVE
      * LINE ALLOWS ONE TRANSITION: FROM A STATE ("-" A NEW ROW OR
      * A BLANK STATUS, "*" ANY STATE) TO A STATE, BY A ROLE ("*"
      * ANYONE), ONCE THE COMMA-SEPARATED FIELDS ARE FILLED IN.
      * THE FIRST MOVE LINE MATCHING THE STATES AND THE ROLE
      * DECIDES. A CHANGE THAT LEAVES THE STATUS ALONE IS NOT A
      * TRANSITION AND PASSES; A TABLE WITH NO FIELD LINE HAS NO
      * WORKFLOW -- THE HISTORICAL BEHAVIOR.
      *
      * THIS PROGRAM ANSWERS WHERE THE TABLE'S STATUS LIVES IN THE
      * ROW. workflow-check (db-update'S GATE), workflow-actions
      * (THE EDIT SCREEN'S BUTTONS), workflow-record (THE
      * STATUS-HISTORY FILE) AND workflow-dwell-report FOLLOW IN
      * THIS FILE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select workflow-config assign to "workflow.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd workflow-config.
       01 config-record pic x(256).

       working-storage section.
       77 config-stat  pic xx.
       77 config-eof   pic 9.
       01 config-fields.
           05 cfg-table pic x(30).
           05 cfg-verb  pic x(8).
           05 cfg-field pic x(30).
       77 f            pic 9(2).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       linkage section.
       01 db-table      pic x(30).
       01 status-field  pic x(30).
       01 status-offset pic 9(4).
       01 status-length pic 9(4).
       01 found         pic 9.

       procedure division using db-table, status-field,
                           status-offset, status-length, found.

           set found to 0.
           set status-field to spaces.
           set status-offset to 0.
           set status-length to 0.

           open input workflow-config.

           if config-stat is not equal "00" then
               exit program
           end-if.

           set config-eof to 0.

           perform read-one-line
               until config-eof is equal 1
               or status-field is not equal spaces.

           close workflow-config.

           if status-field is equal spaces then
               exit program
           end-if.

           call "query-table-fields"
           using by content db-table,
           by reference field-list.

           perform find-one-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           exit program.

       read-one-line.
           read workflow-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record is equal spaces
           or config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-verb, cfg-field
           end-unstring.

           if cfg-table is equal db-table
           and cfg-verb is equal "FIELD" then
               move cfg-field to status-field
           end-if.

           exit paragraph.

      *    FIND-ONE-FIELD -- THE STATUS FIELD'S schemas.cfg SLOT;
      *    A FIELD LINE NAMING AN UNDECLARED FIELD LEAVES found 0,
      *    SO THE TABLE RUNS AS IF IT HAD NO WORKFLOW.
       find-one-field.
           if qf-name(f) is not equal status-field then
               exit paragraph
           end-if.

           move qf-offset(f) to status-offset.
           move qf-length(f) to status-length.

           if status-length is greater than 30 then
               set status-length to 30
           end-if.

           set found to 1.

           exit paragraph.

       end program workflow-status-position.

      *****************************************

       identification division.
       program-id. workflow-check.

      ************************************************************
      * JUDGES ONE SAVE AGAINST THE TABLE'S workflow.cfg STATE
      * MACHINE -- row-valid 0 WHEN THE STATUS CHANGES FROM
      * from-state TO to-state WITHOUT A MOVE LINE ALLOWING IT FOR
      * role-name, OR WHEN THE LINE'S REQUIRED FIELDS ARE NOT ALL
      * FILLED IN ON row-after; refusal SAYS WHICH IN WORDS A
      * CLERK CAN ACT ON. BOTH STATES COME BACK EITHER WAY, SO THE
      * CALLER CAN RECORD A TRANSITION THAT WENT THROUGH. THE ROW
      * AS IT STANDS IS THE CALLER'S row-before WHEN GIVEN (IN THE
      * CLEAR), ELSE A db-query BY KEY -- THE SAME CHOICE
      * fiscal-posting-check OFFERS. row-after BLANK IS A DELETE
      * AND PASSES. A BLANK ROLE (A BATCH JOB, AN API CLIENT) IS
      * HELD BY THE "*" LINES ONLY.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select workflow-config assign to "workflow.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd workflow-config.
       01 config-record pic x(256).

       working-storage section.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-verb   pic x(8).
           05 cfg-from   pic x(30).
           05 cfg-to     pic x(30).
           05 cfg-role   pic x(16).
           05 cfg-needs  pic x(128).
       01 need-fields.
           05 need-name occurs 8 times pic x(30).
       77 n             pic 9(2).
       77 f             pic 9(2).

       77 status-field  pic x(30).
       77 status-offset pic 9(4).
       77 status-length pic 9(4).
       77 status-found  pic 9.
       77 decided       pic 9.
       77 route-seen    pic 9.
       77 missing-field pic x(30).
       77 from-text     pic x(30).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       77 query-status  pic 9.
       77 fetch-count   pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).

       linkage section.
       01 db-table   pic x(30).
       01 db-key     pic x(50).
       01 row-after  pic x(1024).
       01 role-name  pic x(16).
       01 row-valid  pic 9.
       01 refusal    pic x(80).
       01 from-state pic x(30).
       01 to-state   pic x(30).
       01 row-before pic x(1024).

       procedure division using db-table, db-key, row-after,
                           role-name, row-valid, refusal,
                           from-state, to-state,
                           optional row-before.

           set row-valid to 1.
           set refusal to spaces.
           set from-state to spaces.
           set to-state to spaces.

           if row-after is equal spaces then
               exit program
           end-if.

           call "workflow-status-position"
           using by content db-table,
           by reference status-field,
           by reference status-offset,
           by reference status-length,
           by reference status-found.

           if status-found is equal 0 then
               exit program
           end-if.

           move row-after(status-offset:status-length) to to-state.

           if address of row-before is not equal null then
               move row-before(status-offset:status-length)
                   to from-state
           else
               perform fetch-current-state
           end-if.

           if from-state is equal to-state then
               exit program
           end-if.

           set decided to 0.
           set route-seen to 0.

           open input workflow-config.

           if config-stat is equal "00" then
               set config-eof to 0
               perform judge-one-line
                   until config-eof is equal 1
                   or decided is equal 1
               close workflow-config
           end-if.

           if decided is equal 1 then
               exit program
           end-if.

           set row-valid to 0.

           set from-text to from-state.
           if from-text is equal spaces then
               set from-text to "(new)"
           end-if.

           if route-seen is equal 1 then
               string
                   "role " function trim(role-name)
                   " may not move " function trim(status-field)
                   " from " function trim(from-text)
                   " to " function trim(to-state)
                   into refusal
               end-string
           else
               string
                   function trim(status-field)
                   " cannot go from " function trim(from-text)
                   " to " function trim(to-state)
                   into refusal
               end-string
           end-if.

           exit program.

      *    FETCH-CURRENT-STATE -- THE STATUS OF THE ROW ON FILE;
      *    NO ROW YET IS A NEW ROW, WHOSE STATE IS BLANK.
       fetch-current-state.
           if db-key is equal spaces then
               exit paragraph
           end-if.

           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content db-table,
           by content db-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 1 then
               move fetch-row-value(1)(status-offset:status-length)
                   to from-state
           end-if.

           exit paragraph.

      *    JUDGE-ONE-LINE -- A MOVE LINE FOR THIS TABLE AND THESE
      *    TWO STATES; ITS ROLE DECIDES WHETHER IT IS OURS, ITS
      *    REQUIRED FIELDS WHETHER IT GOES THROUGH.
       judge-one-line.
           read workflow-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record is equal spaces
           or config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-verb, cfg-from, cfg-to,
                    cfg-role, cfg-needs
           end-unstring.

           if cfg-table is not equal db-table
           or cfg-verb is not equal "MOVE"
           or cfg-to is not equal to-state then
               exit paragraph
           end-if.

           if cfg-from is not equal "*"
           and cfg-from is not equal from-state
           and (cfg-from is not equal "-"
           or from-state is not equal spaces) then
               exit paragraph
           end-if.

           set route-seen to 1.

           if cfg-role is not equal "*"
           and cfg-role is not equal role-name then
               exit paragraph
           end-if.

           set decided to 1.

           if cfg-needs is equal spaces
           or cfg-needs is equal "-" then
               exit paragraph
           end-if.

           initialize need-fields.

           unstring cfg-needs delimited by ","
               into need-name(1), need-name(2), need-name(3),
                    need-name(4), need-name(5), need-name(6),
                    need-name(7), need-name(8)
           end-unstring.

           call "query-table-fields"
           using by content db-table,
           by reference field-list.

           set missing-field to spaces.

           perform check-one-need
               varying n from 1 by 1
               until n is greater than 8
               or missing-field is not equal spaces.

           if missing-field is not equal spaces then
               set row-valid to 0
               string
                   function trim(missing-field)
                   " must be filled in before "
                   function trim(status-field) " "
                   function trim(to-state)
                   into refusal
               end-string
           end-if.

           exit paragraph.

       check-one-need.
           if need-name(n) is equal spaces then
               exit paragraph
           end-if.

           perform check-need-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           exit paragraph.

       check-need-field.
           if qf-name(f) is not equal need-name(n) then
               exit paragraph
           end-if.

           if row-after(qf-offset(f):qf-length(f))
           is equal spaces then
               move need-name(n) to missing-field
           end-if.

           exit paragraph.

       end program workflow-check.

      *****************************************

       identification division.
       program-id. workflow-actions.

      ************************************************************
      * THE TRANSITIONS role-name MAY TAKE A ROW OUT OF ITS CURRENT
      * STATE -- ONE ENTRY PER DISTINCT TARGET STATE, IN
      * workflow.cfg ORDER, FOR THE EDIT SCREEN TO OFFER AS
      * BUTTONS. THE REQUIRED FIELDS ARE NOT JUDGED HERE: THE
      * BUTTON IS OFFERED AND A SAVE WITH A FIELD STILL EMPTY IS
      * REFUSED BY NAME. wa-size 0 FOR A TABLE WITH NO WORKFLOW.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select workflow-config assign to "workflow.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd workflow-config.
       01 config-record pic x(256).

       working-storage section.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-verb   pic x(8).
           05 cfg-from   pic x(30).
           05 cfg-to     pic x(30).
           05 cfg-role   pic x(16).
       77 a             pic 9(2).
       77 already       pic 9.

       77 status-offset pic 9(4).
       77 status-length pic 9(4).
       77 status-found  pic 9.

       linkage section.
       01 db-table  pic x(30).
       01 row-value pic x(1024).
       01 role-name pic x(16).
       01 action-list.
           05 wa-field   pic x(30).
           05 wa-current pic x(30).
           05 wa-to occurs 16 times pic x(30).
           05 wa-size    pic 9(2).

       procedure division using db-table, row-value, role-name,
                           action-list.

           initialize action-list.

           call "workflow-status-position"
           using by content db-table,
           by reference wa-field,
           by reference status-offset,
           by reference status-length,
           by reference status-found.

           if status-found is equal 0 then
               exit program
           end-if.

           move row-value(status-offset:status-length)
               to wa-current.

           open input workflow-config.

           if config-stat is not equal "00" then
               exit program
           end-if.

           set config-eof to 0.

           perform take-one-line
               until config-eof is equal 1
               or wa-size is equal 16.

           close workflow-config.

           exit program.

       take-one-line.
           read workflow-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record is equal spaces
           or config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-verb, cfg-from, cfg-to, cfg-role
           end-unstring.

           if cfg-table is not equal db-table
           or cfg-verb is not equal "MOVE"
           or cfg-to is equal wa-current then
               exit paragraph
           end-if.

           if cfg-from is not equal "*"
           and cfg-from is not equal wa-current
           and (cfg-from is not equal "-"
           or wa-current is not equal spaces) then
               exit paragraph
           end-if.

           if cfg-role is not equal "*"
           and cfg-role is not equal role-name then
               exit paragraph
           end-if.

           set already to 0.

           perform match-one-action
               varying a from 1 by 1
               until a is greater than wa-size.

           if already is equal 0 then
               add 1 to wa-size
               move cfg-to to wa-to(wa-size)
           end-if.

           exit paragraph.

       match-one-action.
           if wa-to(a) is equal cfg-to then
               set already to 1
           end-if.

           exit paragraph.

       end program workflow-actions.

      *****************************************

       identification division.
       program-id. workflow-record.

      ************************************************************
      * APPENDS ONE TRANSITION TO THE ACTIVE TENANT'S STATUS
      * HISTORY ("statushist.dat", OR "statushist.<tenant>.dat")
      * -- WHEN, THE TABLE AND KEY, THE STATE LEFT AND THE STATE
      * ENTERED, AND WHO. THE TIME IS WRITTEN TWICE: READABLE
      * (date-utc) FOR A PERSON, AND AS SECONDS FROM THE INTEGER-
      * OF-DATE EPOCH FOR workflow-dwell-report, WHICH SUBTRACTS
      * ONE ENTRY FROM THE NEXT TO SAY HOW LONG A ROW SAT IN EACH
      * STATE. FIXED POSITIONS, THE SAME OPEN EXTEND / STATUS 35
      * PATTERN AS THE AUDIT TRAIL.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select history-file assign to dynamic history-file-name
           organization is line sequential
           file status is history-stat.

       data division.

       file section.
       fd history-file.
       01 history-record.
           05 sh-stamp  pic x(29).
           05 filler    pic x(1).
           05 sh-epoch  pic 9(11).
           05 filler    pic x(1).
           05 sh-table  pic x(30).
           05 filler    pic x(1).
           05 sh-key    pic x(50).
           05 filler    pic x(1).
           05 sh-from   pic x(30).
           05 filler    pic x(1).
           05 sh-to     pic x(30).
           05 filler    pic x(1).
           05 sh-who    pic x(64).

       working-storage section.
       77 history-stat      pic xx.
       77 history-file-name pic x(64).
       77 tenant-stem       pic x(16) value "statushist".
       77 tenant-ext        pic x(4) value "dat".
       77 stamp-text        pic x(29).
       77 stamp-days        pic 9(4) value 0.
       77 today-int         pic 9(8).

       linkage section.
       01 db-table   pic x(30).
       01 db-key     pic x(50).
       01 from-state pic x(30).
       01 to-state   pic x(30).
       01 who        pic x(64).

       procedure division using db-table, db-key, from-state,
                           to-state, who.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference history-file-name.

           call "date-utc"
           using by reference stamp-text,
           by content stamp-days.

           open extend history-file.
           if history-stat is equal "35" then
               open output history-file
           end-if.

           if history-stat is not equal "00" then
               exit program
           end-if.

           move spaces to history-record.
           move stamp-text to sh-stamp.

           move function current-date(1:8) to today-int.
           compute sh-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           move db-table to sh-table.
           move db-key to sh-key.
           move from-state to sh-from.
           move to-state to sh-to.
           move who to sh-who.

           write history-record.

           close history-file.

           exit program.

       end program workflow-record.

      *****************************************

       identification division.
       program-id. workflow-dwell-report.

      ************************************************************
      * HOW LONG ROWS SPEND IN EACH STATE -- READS THE STATUS
      * HISTORY workflow-record KEEPS AND, FOR EVERY ROW, TAKES
      * THE TIME BETWEEN ENTERING A STATE AND LEAVING IT. PER
      * TABLE AND STATE THE REPORT GIVES THE COMPLETED STAYS WITH
      * THEIR AVERAGE AND LONGEST IN HOURS, AND THE ROWS SITTING
      * IN THE STATE NOW WITH THE OLDEST OF THEM -- THE BACKLOG A
      * SUPERVISOR CHASES. WRITES "statusdwell.YYYYMMDD.rpt" AND
      * FILES IT IN THE REPORT CATALOG. SETTING: DWELL_TABLE
      * LIMITS THE REPORT TO ONE TABLE (BLANK TAKES THEM ALL).
      * HOLDS UP TO 5000 ROWS AND 200 TABLE/STATE PAIRS, STOPPING
      * WITH A MESSAGE RATHER THAN REPORTING PART OF THE HISTORY.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select history-file assign to dynamic history-file-name
           organization is line sequential
           file status is history-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd history-file.
       01 history-record.
           05 sh-stamp  pic x(29).
           05 filler    pic x(1).
           05 sh-epoch  pic 9(11).
           05 filler    pic x(1).
           05 sh-table  pic x(30).
           05 filler    pic x(1).
           05 sh-key    pic x(50).
           05 filler    pic x(1).
           05 sh-from   pic x(30).
           05 filler    pic x(1).
           05 sh-to     pic x(30).
           05 filler    pic x(1).
           05 sh-who    pic x(64).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       77 history-stat      pic xx.
       77 report-stat       pic xx.
       77 history-eof       pic 9.
       77 history-file-name pic x(64).
       77 tenant-stem       pic x(16) value "statushist".
       77 tenant-ext        pic x(4) value "dat".
       77 report-path       pic x(64).
       77 catalog-producer  pic x(30) value "workflow-dwell-report".
       77 business-day      pic x(8).
       77 want-table        pic x(30).
       77 overflowed        pic 9.
       77 today-int         pic 9(8).
       77 now-epoch         pic 9(11).
       77 stay-seconds      pic 9(11).
       77 read-count        pic 9(7).

      *    WHERE EACH ROW IS NOW, AND SINCE WHEN.
       01 row-store.
           05 row-entry occurs 5000 times.
               10 rs-table pic x(30).
               10 rs-key   pic x(50).
               10 rs-state pic x(30).
               10 rs-since pic 9(11).
           05 row-store-size pic 9(4).
       77 r             pic 9(4).
       77 row-idx       pic 9(4).

      *    THE FIGURES PER TABLE AND STATE.
       01 state-store.
           05 state-entry occurs 200 times.
               10 ss-table   pic x(30).
               10 ss-state   pic x(30).
               10 ss-stays   pic 9(7).
               10 ss-total   pic 9(15).
               10 ss-longest pic 9(11).
               10 ss-now     pic 9(7).
               10 ss-oldest  pic 9(11).
           05 state-store-size pic 9(3).
       77 s             pic 9(3).
       77 state-idx     pic 9(3).
       77 want-state    pic x(30).
       77 want-state-table pic x(30).

       01 heading-line.
           05 filler pic x(20) value "TABLE".
           05 filler pic x(20) value "STATE".
           05 filler pic x(10) value "     STAYS".
           05 filler pic x(12) value "   AVG HOURS".
           05 filler pic x(12) value "   MAX HOURS".
           05 filler pic x(10) value "    NOW IN".
           05 filler pic x(12) value "OLDEST HOURS".

       01 detail-line.
           05 dl-table   pic x(20).
           05 dl-state   pic x(20).
           05 dl-stays   pic z(9)9.
           05 dl-average pic z(8)9.99.
           05 dl-longest pic z(8)9.99.
           05 dl-now     pic z(9)9.
           05 dl-oldest  pic z(8)9.99.

       77 hours-value   pic 9(9)v99.
       77 count-edit    pic z(6)9.

       procedure division.

           set want-table to spaces.
           accept want-table from environment "DWELL_TABLE".

           call "business-date"
           using by reference business-day.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference history-file-name.

           open input history-file.

           if history-stat is not equal "00" then
               display "NO STATUS HISTORY IN "
                   function trim(history-file-name)
               move 8 to return-code
               goback
           end-if.

           initialize row-store.
           initialize state-store.
           set overflowed to 0.
           set read-count to 0.
           set history-eof to 0.

           perform take-one-entry
               until history-eof is equal 1
               or overflowed is equal 1.

           close history-file.

           if overflowed is equal 1 then
               display "MORE THAN 5000 ROWS OR 200 STATES - "
                   "REPORT STOPPED"
               move 8 to return-code
               goback
           end-if.

      *    THE ROWS STILL SITTING IN A STATE COUNT AS ITS BACKLOG,
      *    AGED TO NOW.
           move function current-date(1:8) to today-int.
           compute now-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           perform age-one-row
               varying r from 1 by 1
               until r is greater than row-store-size
               or overflowed is equal 1.

           if overflowed is equal 1 then
               display "MORE THAN 200 STATES - REPORT STOPPED"
               move 8 to return-code
               goback
           end-if.

           set report-path to spaces.
           string
               "statusdwell." business-day ".rpt"
               delimited by size
               into report-path
           end-string.

           perform render-report.

           move read-count to count-edit.
           display function trim(count-edit)
               " TRANSITION(S) REPORTED TO "
               function trim(report-path).

           call "report-catalog-add"
           using by content report-path,
           by content business-day,
           by content catalog-producer.

           move 0 to return-code.

           goback.

      *    TAKE-ONE-ENTRY -- ONE TRANSITION: THE ROW'S STAY IN THE
      *    STATE IT LEFT IS CLOSED AND ITS STAY IN THE NEW ONE
      *    OPENED.
       take-one-entry.
           read history-file
               at end
                   set history-eof to 1
                   exit paragraph
           end-read.

           if want-table is not equal spaces
           and sh-table is not equal want-table then
               exit paragraph
           end-if.

           if sh-epoch is not numeric then
               exit paragraph
           end-if.

           add 1 to read-count.

           set row-idx to 0.

           perform find-one-row
               varying r from 1 by 1
               until r is greater than row-store-size
               or row-idx is not equal 0.

           if row-idx is equal 0 then
               if row-store-size is equal 5000 then
                   set overflowed to 1
                   exit paragraph
               end-if
               add 1 to row-store-size
               move row-store-size to row-idx
               move sh-table to rs-table(row-idx)
               move sh-key to rs-key(row-idx)
           else
               if rs-state(row-idx) is not equal spaces
               and sh-epoch is not less than rs-since(row-idx) then
                   compute stay-seconds =
                       sh-epoch - rs-since(row-idx)
                   move rs-table(row-idx) to want-state-table
                   move rs-state(row-idx) to want-state
                   perform find-state

                   if overflowed is equal 1 then
                       exit paragraph
                   end-if

                   add 1 to ss-stays(state-idx)
                   add stay-seconds to ss-total(state-idx)
                   if stay-seconds is greater than
                      ss-longest(state-idx) then
                       move stay-seconds to ss-longest(state-idx)
                   end-if
               end-if
           end-if.

           move sh-to to rs-state(row-idx).
           move sh-epoch to rs-since(row-idx).

           exit paragraph.

       find-one-row.
           if rs-table(r) is equal sh-table
           and rs-key(r) is equal sh-key then
               move r to row-idx
           end-if.

           exit paragraph.

      *    FIND-STATE -- THE want-state-table / want-state SLOT,
      *    ADDED ON FIRST SIGHT.
       find-state.
           set state-idx to 0.

           perform find-one-state
               varying s from 1 by 1
               until s is greater than state-store-size
               or state-idx is not equal 0.

           if state-idx is not equal 0 then
               exit paragraph
           end-if.

           if state-store-size is equal 200 then
               set overflowed to 1
               exit paragraph
           end-if.

           add 1 to state-store-size.
           move state-store-size to state-idx.
           move want-state-table to ss-table(state-idx).
           move want-state to ss-state(state-idx).

           exit paragraph.

       find-one-state.
           if ss-table(s) is equal want-state-table
           and ss-state(s) is equal want-state then
               move s to state-idx
           end-if.

           exit paragraph.

      *    AGE-ONE-ROW -- A ROW'S OPEN STAY, AGAINST THE CLOCK.
       age-one-row.
           if rs-state(r) is equal spaces then
               exit paragraph
           end-if.

           move rs-table(r) to want-state-table.
           move rs-state(r) to want-state.
           perform find-state.

           if overflowed is equal 1 then
               exit paragraph
           end-if.

           set stay-seconds to 0.
           if now-epoch is greater than rs-since(r) then
               compute stay-seconds = now-epoch - rs-since(r)
           end-if.

           add 1 to ss-now(state-idx).
           if stay-seconds is greater than ss-oldest(state-idx) then
               move stay-seconds to ss-oldest(state-idx)
           end-if.

           exit paragraph.

       render-report.
           open output report-file.

           move spaces to report-record.
           string
               "STATUS DWELL TIMES AS OF " business-day
               delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           write report-record.

           move heading-line to report-record.
           write report-record.

           perform write-one-state
               varying s from 1 by 1
               until s is greater than state-store-size.

           close report-file.

           exit paragraph.

       write-one-state.
           move spaces to detail-line.
           move ss-table(s) to dl-table.
           move ss-state(s) to dl-state.
           move ss-stays(s) to dl-stays.

           set hours-value to 0.
           if ss-stays(s) is greater than 0 then
               compute hours-value rounded =
                   ss-total(s) / ss-stays(s) / 3600
           end-if.
           move hours-value to dl-average.

           compute hours-value rounded = ss-longest(s) / 3600.
           move hours-value to dl-longest.

           move ss-now(s) to dl-now.

           compute hours-value rounded = ss-oldest(s) / 3600.
           move hours-value to dl-oldest.

           move detail-line to report-record.
           write report-record.

           exit paragraph.

       end program workflow-dwell-report.
