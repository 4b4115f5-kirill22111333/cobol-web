       identification division.
       program-id. data-quality-scorecard.

      ************************************************************
      * DATA QUALITY SCORECARD -- db-validate-row JUDGES A ROW ON
      * THE WAY IN, BUT A ROW LOADED BEFORE ITS RULE EXISTED, OR A
      * FIELD DECLARED "NONE", IS NEVER LOOKED AT AGAIN; WE FIND
      * OUT EIGHT PERCENT OF CUSTOMERS HAVE NO POSTCODE WHEN THE
      * MAILING BOUNCES. RUN FROM schedule.cfg, THIS WALKS EVERY
      * TABLE schemas.cfg DECLARES AND, FOR EACH DECLARED FIELD,
      * MEASURES:
      *
      *     FILL%    ROWS WHERE THE FIELD IS NOT BLANK
      *     VALID%   ROWS PASSING THE FIELD'S RULE, JUDGED EXACTLY
      *              AS db-validate-row WOULD (validate-field, OR
      *              code-lookup FOR A CODE FIELD -- AN EXPIRED
      *              CODE STAYS VALID ON A ROW CARRYING IT)
      *     ORPHAN%  OF THE FILLED VALUES, THOSE WHOSE relations.cfg
      *              PARENT ROW IS NOT ON FILE
      *     DISTINCT THE NUMBER OF DIFFERENT VALUES (COUNTED UP TO
      *              500 PER FIELD; "+" MEANS MORE)
      *
      * EACH RUN APPENDS ONE LINE PER FIELD TO "qualityhist.log",
      * THE SAME DATED HISTORY-FILE SHAPE AS metricshist.log, AND
      * THE REPORT SETS EACH PERCENTAGE BESIDE THE SAME FIELD'S
      * FIGURE FROM THE LATEST RUN AT LEAST DQ_TREND_DAYS (DEFAULT
      * 30) BEFORE THE BUSINESS DATE -- THE TREND SINCE LAST
      * MONTH. UNDER EACH TABLE COME ITS FIFTY WORST ROWS, THOSE
      * WITH THE MOST FIELDS BLANK, FAILING THEIR RULE OR POINTING
      * AT A MISSING PARENT, WITH THE FIELDS NAMED, AS THE CLEANUP
      * LIST. THE REPORT IS "dataquality.YYYYMMDD.rpt", IN THE
      * REPORT CATALOG. SENSITIVE VALUES ARE NEVER PRINTED -- ONLY
      * ROW KEYS AND FIELD NAMES APPEAR.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select schema-config assign to "schemas.cfg"
           organization is line sequential
           file status is config-stat.

           select relation-config assign to "relations.cfg"
           organization is line sequential
           file status is config-stat.

           select history-file assign to "qualityhist.log"
           organization is line sequential
           file status is history-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd schema-config.
       01 config-record pic x(128).

       fd relation-config.
       01 relation-record pic x(128).

       fd history-file.
       01 history-record.
           05 hist-date     pic x(8).
           05 filler        pic x(1).
           05 hist-table    pic x(30).
           05 filler        pic x(1).
           05 hist-field    pic x(30).
           05 filler        pic x(1).
           05 hist-rows     pic 9(9).
           05 filler        pic x(1).
           05 hist-filled   pic 9(9).
           05 filler        pic x(1).
           05 hist-ruled    pic 9(9).
           05 filler        pic x(1).
           05 hist-passed   pic 9(9).
           05 filler        pic x(1).
           05 hist-related  pic 9(9).
           05 filler        pic x(1).
           05 hist-orphans  pic 9(9).
           05 filler        pic x(1).
           05 hist-distinct pic 9(9).
           05 hist-distinct-more pic x(1).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       77 config-stat  pic xx.
       77 history-stat pic xx.
       77 report-stat  pic xx.
       77 config-eof   pic 9.
       77 report-path  pic x(64).
       77 catalog-producer pic x(30) value "data-quality-scorecard".
       77 business-day pic x(8).
       77 trend-text   pic x(6).
       77 trend-days   pic 9(5).
       77 date-work    pic 9(8).
       77 cutoff-day   pic x(8).
       77 baseline-day pic x(8).

       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-offset-text pic x(6).
           05 cfg-length-text pic x(6).
           05 cfg-rule   pic x(16).
           05 cfg-maxlen-text pic x(20).
       77 cfg-offset   pic 9(4).
       77 cfg-length   pic 9(4).

       01 relation-fields.
           05 rel-child  pic x(30).
           05 rel-field  pic x(30).
           05 rel-parent pic x(30).
           05 rel-rule   pic x(10).

      *    EVERY DECLARED FIELD, WITH ITS PARENT TABLE AND THE
      *    FIGURES OF THE BASELINE RUN THE TREND IS TAKEN AGAINST.
       01 field-store.
           05 field-entry occurs 500 times.
               10 fd-table    pic x(30).
               10 fd-field    pic x(30).
               10 fd-offset   pic 9(4).
               10 fd-length   pic 9(4).
               10 fd-rule     pic x(16).
               10 fd-maxlen   pic 9(4).
               10 fd-code-list pic x(20).
               10 fd-parent   pic x(30).
               10 bl-seen     pic 9.
               10 bl-date     pic x(8).
               10 bl-rows     pic 9(9).
               10 bl-filled   pic 9(9).
               10 bl-ruled    pic 9(9).
               10 bl-passed   pic 9(9).
               10 bl-related  pic 9(9).
               10 bl-orphans  pic 9(9).
           05 field-store-size pic 9(3).
       77 m            pic 9(3).
       77 hit-entry    pic 9(3).

       01 table-list.
           05 table-name occurs 50 times pic x(30).
           05 table-list-size pic 9(2).
       77 tb           pic 9(2).
       77 table-seen   pic 9.

      *    THE TABLE BEING SCORED: ITS FIELDS' SLOTS AND COUNTS.
       01 slot-store.
           05 slot occurs 50 times.
               10 sl-entry    pic 9(3).
               10 sl-filled   pic 9(9).
               10 sl-ruled    pic 9(9).
               10 sl-passed   pic 9(9).
               10 sl-related  pic 9(9).
               10 sl-orphans  pic 9(9).
               10 sl-distinct pic 9(4).
               10 sl-distinct-more pic 9.
           05 slot-count pic 9(2).
       01 distinct-store.
           05 distinct-slot occurs 50 times.
               10 distinct-value occurs 500 times pic x(64).
       77 s            pic 9(2).
       77 d            pic 9(4).
       77 value-seen   pic 9.
       77 table-rows   pic 9(9).

       01 worst-store.
           05 worst-row occurs 50 times.
               10 wr-key      pic x(50).
               10 wr-problems pic 9(3).
               10 wr-text     pic x(75).
               10 wr-taken    pic 9.
           05 worst-size pic 9(2).
       77 w            pic 9(2).
       77 low-idx      pic 9(2).
       77 best-idx     pic 9(2).

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

       77 field-value  pic x(256).
       77 slice-length pic 9(4).
       77 field-valid  pic 9.
       77 code-value   pic x(16).
       77 code-status  pic 9.
       77 problem-mark pic x(6).
       77 row-problems pic 9(3).
       77 problem-text pic x(75).
       77 problem-pointer pic 9(3).

       01 heading-line.
           05 filler pic x(20) value "FIELD".
           05 filler pic x(10) value "RULE".
           05 filler pic x(8)  value "   FILL%".
           05 filler pic x(8)  value "     WAS".
           05 filler pic x(8)  value "  VALID%".
           05 filler pic x(8)  value "     WAS".
           05 filler pic x(8)  value " ORPHAN%".
           05 filler pic x(8)  value "     WAS".
           05 filler pic x(12) value "    DISTINCT".
           05 filler pic x(10) value "  PARENT".

       01 detail-line.
           05 dl-field       pic x(20).
           05 dl-rule        pic x(10).
           05 filler         pic x(3).
           05 dl-fill        pic zz9.9.
           05 filler         pic x(3).
           05 dl-fill-was    pic zz9.9.
           05 dl-fill-was-x  redefines dl-fill-was pic x(5).
           05 filler         pic x(3).
           05 dl-valid       pic zz9.9.
           05 dl-valid-x     redefines dl-valid pic x(5).
           05 filler         pic x(3).
           05 dl-valid-was   pic zz9.9.
           05 dl-valid-was-x redefines dl-valid-was pic x(5).
           05 filler         pic x(3).
           05 dl-orphan      pic zz9.9.
           05 dl-orphan-x    redefines dl-orphan pic x(5).
           05 filler         pic x(3).
           05 dl-orphan-was  pic zz9.9.
           05 dl-orphan-was-x redefines dl-orphan-was pic x(5).
           05 filler         pic x(2).
           05 dl-distinct    pic z(8)9.
           05 dl-distinct-more pic x(1).
           05 filler         pic x(2).
           05 dl-parent      pic x(20).

       01 worst-line.
           05 filler         pic x(2).
           05 wl-key         pic x(50).
           05 filler         pic x(1).
           05 wl-problems    pic zz9.
           05 filler         pic x(1).
           05 wl-text        pic x(75).

       77 percent-number pic 9(3)v9.
       77 percent-count  pic 9(9).
       77 percent-base   pic 9(9).
       77 count-edit     pic z(8)9.
       77 scored-tables  pic 9(2).
       77 scored-rows    pic 9(9).

       procedure division.

           set trend-text to spaces.
           accept trend-text from environment "DQ_TREND_DAYS".

           if trend-text is equal spaces then
               set trend-days to 30
           else
               move function trim(trend-text) to trend-days
           end-if.

           call "business-date"
           using by reference business-day.

           move business-day to date-work.
           compute date-work =
               function date-of-integer
                   (function integer-of-date(date-work) - trend-days).
           move date-work to cutoff-day.

           perform load-schema.

           if field-store-size is equal 0 then
               display "NO FIELDS DECLARED IN schemas.cfg"
               move 8 to return-code
               goback
           end-if.

           perform load-relations.
           perform load-baseline.

           set report-path to spaces.
           string
               "dataquality." business-day ".rpt"
               delimited by size
               into report-path
           end-string.

           open output report-file.

           move spaces to report-record.
           if baseline-day is equal spaces then
               string
                   "DATA QUALITY SCORECARD AS OF " business-day
                   " - NO EARLIER RUN ON OR BEFORE " cutoff-day
                   " TO TREND AGAINST"
                   delimited by size
                   into report-record
               end-string
           else
               string
                   "DATA QUALITY SCORECARD AS OF " business-day
                   " - TREND AGAINST THE RUN OF " baseline-day
                   delimited by size
                   into report-record
               end-string
           end-if.
           write report-record.

           move heading-line to report-record.
           write report-record.

           move spaces to report-record.
           move all "=" to report-record.
           write report-record.

           open extend history-file.
           if history-stat is equal "35" then
               open output history-file
           end-if.

           set scored-tables to 0.
           set scored-rows to 0.
           move spaces to blank-key.

      *    THE WALK HOLDS THE DATA-LAYER FILES OPEN
      *    (db-batch-start); THE PARENT LOOKUPS RIDE THE SAME
      *    HANDLE.
           call "db-batch-start".

           perform score-one-table
               varying tb from 1 by 1
               until tb is greater than table-list-size.

           call "db-batch-end".

           close history-file.

           move spaces to report-record.
           write report-record.

           move scored-tables to count-edit.
           move spaces to report-record.
           string
               "TABLES " function trim(count-edit)
               delimited by size
               into report-record
           end-string.
           move scored-rows to count-edit.
           string
               function trim(report-record)
               "   ROWS " function trim(count-edit)
               delimited by size
               into report-record
           end-string.
           write report-record.

           close report-file.

           call "report-catalog-add"
           using by content report-path,
           by content business-day,
           by content catalog-producer.

           move scored-rows to count-edit.
           display function trim(count-edit)
               " ROW(S) SCORED TO " function trim(report-path).

           move 0 to return-code.

           goback.

      *    LOAD-SCHEMA -- EVERY USABLE schemas.cfg DECLARATION,
      *    PARSED AS db-validate-row PARSES IT, AND THE DISTINCT
      *    TABLES IN FIRST-DECLARED ORDER.
       load-schema.
           initialize field-store.
           initialize table-list.

           open input schema-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform take-one-declaration until config-eof is equal 1.

           close schema-config.

           exit paragraph.

       take-one-declaration.
           read schema-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.
           set cfg-offset to 0.
           set cfg-length to 0.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field,
                    cfg-offset-text, cfg-length-text,
                    cfg-rule, cfg-maxlen-text
           end-unstring.

           if cfg-table is equal spaces
           or cfg-table(1:1) is equal "#"
           or field-store-size is equal 500 then
               exit paragraph
           end-if.

           if cfg-offset-text is not equal spaces then
               move function trim(cfg-offset-text) to cfg-offset
           end-if.

           if cfg-length-text is not equal spaces then
               move function trim(cfg-length-text) to cfg-length
           end-if.

           if cfg-offset is equal 0
           or cfg-length is equal 0
           or cfg-offset + cfg-length - 1 is greater than 1024 then
               exit paragraph
           end-if.

           add 1 to field-store-size.
           move field-store-size to m.
           move cfg-table to fd-table(m).
           move cfg-field to fd-field(m).
           move cfg-offset to fd-offset(m).
           move cfg-length to fd-length(m).
           move cfg-rule to fd-rule(m).

           if cfg-rule is equal "MAXLEN"
           and cfg-maxlen-text is not equal spaces then
               move function trim(cfg-maxlen-text) to fd-maxlen(m)
           end-if.

           if cfg-rule is equal "CODE" then
               move cfg-maxlen-text to fd-code-list(m)
           end-if.

           set table-seen to 0.
           perform match-one-table
               varying tb from 1 by 1
               until tb is greater than table-list-size
               or table-seen is equal 1.

           if table-seen is equal 0
           and table-list-size is less than 50 then
               add 1 to table-list-size
               move cfg-table to table-name(table-list-size)
           end-if.

           exit paragraph.

       match-one-table.
           if table-name(tb) is equal cfg-table then
               set table-seen to 1
           end-if.

           exit paragraph.

      *    LOAD-RELATIONS -- EACH relations.cfg LINE NAMES THE
      *    PARENT OF A CHILD TABLE'S FIELD.
       load-relations.
           open input relation-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform take-one-relation until config-eof is equal 1.

           close relation-config.

           exit paragraph.

       take-one-relation.
           read relation-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize relation-fields.
           unstring relation-record delimited by all X"20"
               into rel-child, rel-field, rel-parent, rel-rule
           end-unstring.

           if rel-parent is equal spaces then
               exit paragraph
           end-if.

           move rel-child to cfg-table.
           move rel-field to cfg-field.
           perform find-entry.

           if hit-entry is greater than 0 then
               move rel-parent to fd-parent(hit-entry)
           end-if.

           exit paragraph.

       find-entry.
           set hit-entry to 0.

           perform match-one-entry
               varying m from 1 by 1
               until m is greater than field-store-size
               or hit-entry is greater than 0.

           exit paragraph.

       match-one-entry.
           if fd-table(m) is equal cfg-table
           and fd-field(m) is equal cfg-field then
               move m to hit-entry
           end-if.

           exit paragraph.

      *    LOAD-BASELINE -- FOR EACH FIELD, ITS LATEST HISTORY
      *    LINE DATED ON OR BEFORE THE CUTOFF. THE REPORT'S TITLE
      *    NAMES THE LATEST SUCH RUN.
       load-baseline.
           move spaces to baseline-day.

           open input history-file.

           if history-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform take-one-history until config-eof is equal 1.

           close history-file.

           exit paragraph.

       take-one-history.
           read history-file
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if hist-date is greater than cutoff-day
           or hist-rows is not numeric then
               exit paragraph
           end-if.

           move hist-table to cfg-table.
           move hist-field to cfg-field.
           perform find-entry.

           if hit-entry is equal 0 then
               exit paragraph
           end-if.

           if bl-seen(hit-entry) is equal 1
           and bl-date(hit-entry) is greater than hist-date then
               exit paragraph
           end-if.

           set bl-seen(hit-entry) to 1.
           move hist-date to bl-date(hit-entry).
           move hist-rows to bl-rows(hit-entry).
           move hist-filled to bl-filled(hit-entry).
           move hist-ruled to bl-ruled(hit-entry).
           move hist-passed to bl-passed(hit-entry).
           move hist-related to bl-related(hit-entry).
           move hist-orphans to bl-orphans(hit-entry).

           if hist-date is greater than baseline-day
           or baseline-day is equal spaces then
               move hist-date to baseline-day
           end-if.

           exit paragraph.

      *    SCORE-ONE-TABLE -- THE TABLE'S FIELDS INTO SLOTS, ITS
      *    ROWS WALKED, THEN ITS SECTION AND HISTORY LINES.
       score-one-table.
           initialize slot-store.
           initialize worst-store.
           set table-rows to 0.

           perform take-one-slot
               varying m from 1 by 1
               until m is greater than field-store-size.

           move spaces to resume-key.
           set page-done to 0.

           perform score-one-page until page-done is equal 1.

           add 1 to scored-tables.
           add table-rows to scored-rows.

           perform report-one-table.

           perform record-one-slot
               varying s from 1 by 1
               until s is greater than slot-count.

           exit paragraph.

       take-one-slot.
           if fd-table(m) is not equal table-name(tb)
           or slot-count is equal 50 then
               exit paragraph
           end-if.

           add 1 to slot-count.
           move m to sl-entry(slot-count).

           exit paragraph.

       score-one-page.
           set fetch-count to 0.

           call "db-query"
           using by content table-name(tb),
           by content blank-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status,
           by content resume-key.

           if fetch-count is equal 0 then
               set page-done to 1
               exit paragraph
           end-if.

           perform score-one-row
               varying r from 1 by 1
               until r is greater than fetch-count.

           move fetch-row-key(fetch-count) to resume-key.

           if fetch-count is less than 50 then
               set page-done to 1
           end-if.

           exit paragraph.

      *    SCORE-ONE-ROW -- EVERY FIELD OF ROW r MEASURED; A ROW
      *    WITH ANY PROBLEM IS A CANDIDATE FOR THE WORST LIST.
       score-one-row.
           add 1 to table-rows.
           set row-problems to 0.
           move spaces to problem-text.
           set problem-pointer to 1.

           perform score-one-field
               varying s from 1 by 1
               until s is greater than slot-count.

           if row-problems is greater than 0 then
               perform keep-worst
           end-if.

           exit paragraph.

       score-one-field.
           move sl-entry(s) to m.
           move spaces to problem-mark.

           set slice-length to fd-length(m).
           if slice-length is greater than 256 then
               set slice-length to 256
           end-if.

           move spaces to field-value.
           move fetch-row-value(r)(fd-offset(m):slice-length)
               to field-value.

           if field-value is equal spaces then
               move "BLANK" to problem-mark
           else
               add 1 to sl-filled(s)
               perform count-distinct
           end-if.

           if fd-rule(m) is not equal "NONE"
           and fd-rule(m) is not equal spaces then
               add 1 to sl-ruled(s)
               perform judge-rule
               if field-valid is equal 1 then
                   add 1 to sl-passed(s)
               else
                   move "RULE" to problem-mark
               end-if
           end-if.

           if fd-parent(m) is not equal spaces
           and field-value is not equal spaces then
               add 1 to sl-related(s)
               move field-value(1:50) to lookup-key
               set lookup-count to 0

               call "db-query"
               using by content fd-parent(m),
               by content lookup-key,
               by reference lookup-rows,
               by reference lookup-count,
               by reference query-status

               if lookup-count is equal 0 then
                   add 1 to sl-orphans(s)
                   move "PARENT" to problem-mark
               end-if
           end-if.

           if problem-mark is equal spaces then
               exit paragraph
           end-if.

           add 1 to row-problems.

           string
               function trim(fd-field(m)) "("
               function trim(problem-mark) ") "
               delimited by size
               into problem-text
               with pointer problem-pointer
               on overflow
                   move "..." to problem-text(73:3)
           end-string.

           exit paragraph.

      *    JUDGE-RULE -- THE FIELD'S RULE AS db-validate-row
      *    APPLIES IT.
       judge-rule.
           set field-valid to 0.

           if fd-rule(m) is not equal "CODE" then
               call "validate-field"
               using by content field-value,
               by content fd-rule(m),
               by content fd-maxlen(m),
               by reference field-valid
               exit paragraph
           end-if.

           if field-value is equal spaces then
               set field-valid to 1
               exit paragraph
           end-if.

           if function length(function trim(field-value))
               is greater than 16 then
               exit paragraph
           end-if.

           move function trim(field-value) to code-value.
           set code-status to 0.

           call "code-lookup"
           using by content fd-code-list(m),
           by content code-value,
           by reference code-status.

           if code-status is equal 1
           or code-status is equal 2 then
               set field-valid to 1
           end-if.

           exit paragraph.

      *    COUNT-DISTINCT -- A VALUE NOT YET SEEN FOR THE FIELD IS
      *    KEPT, UNTIL 500 ARE HELD; AFTER THAT THE COUNT IS A
      *    FLOOR.
       count-distinct.
           if sl-distinct-more(s) is equal 1 then
               exit paragraph
           end-if.

           set value-seen to 0.

           perform match-one-value
               varying d from 1 by 1
               until d is greater than sl-distinct(s)
               or value-seen is equal 1.

           if value-seen is equal 1 then
               exit paragraph
           end-if.

           if sl-distinct(s) is equal 500 then
               set sl-distinct-more(s) to 1
               exit paragraph
           end-if.

           add 1 to sl-distinct(s).
           move field-value(1:64) to distinct-value(s, sl-distinct(s)).

           exit paragraph.

       match-one-value.
           if distinct-value(s, d) is equal field-value(1:64) then
               set value-seen to 1
           end-if.

           exit paragraph.

      *    KEEP-WORST -- THE ROW JOINS THE LIST WHILE THERE IS
      *    ROOM, OR DISPLACES THE LEAST-BAD ROW HELD WHEN IT HAS
      *    MORE PROBLEMS.
       keep-worst.
           if worst-size is less than 50 then
               add 1 to worst-size
               move worst-size to w
               perform fill-worst
               exit paragraph
           end-if.

           move 1 to low-idx.

           perform find-least-bad
               varying w from 2 by 1
               until w is greater than worst-size.

           if row-problems is greater than wr-problems(low-idx) then
               move low-idx to w
               perform fill-worst
           end-if.

           exit paragraph.

       find-least-bad.
           if wr-problems(w) is less than wr-problems(low-idx) then
               move w to low-idx
           end-if.

           exit paragraph.

       fill-worst.
           move fetch-row-key(r) to wr-key(w).
           move row-problems to wr-problems(w).
           move problem-text to wr-text(w).

           exit paragraph.

      *    REPORT-ONE-TABLE -- THE TABLE'S FIELD LINES, THEN ITS
      *    WORST ROWS, MOST PROBLEMS FIRST.
       report-one-table.
           move spaces to report-record.
           write report-record.

           move table-rows to count-edit.
           move spaces to report-record.
           string
               "TABLE " function trim(table-name(tb))
               "   ROWS " function trim(count-edit)
               delimited by size
               into report-record
           end-string.
           write report-record.

           if table-rows is equal 0 then
               move "  NO ROWS ON FILE" to report-record
               write report-record
               exit paragraph
           end-if.

           perform report-one-slot
               varying s from 1 by 1
               until s is greater than slot-count.

           if worst-size is equal 0 then
               move "  NO PROBLEM ROWS" to report-record
               write report-record
               exit paragraph
           end-if.

           move spaces to report-record.
           move worst-size to count-edit.
           string
               "  WORST " function trim(count-edit)
               " ROW(S) - KEY, PROBLEM FIELDS"
               delimited by size
               into report-record
           end-string.
           write report-record.

           perform report-one-worst worst-size times.

           exit paragraph.

       report-one-slot.
           move sl-entry(s) to m.

           move spaces to detail-line.
           move fd-field(m) to dl-field.
           move fd-rule(m) to dl-rule.

           move sl-filled(s) to percent-count.
           move table-rows to percent-base.
           perform compute-percent.
           move percent-number to dl-fill.

           if sl-ruled(s) is greater than 0 then
               move sl-passed(s) to percent-count
               move sl-ruled(s) to percent-base
               perform compute-percent
               move percent-number to dl-valid
           else
               move spaces to dl-valid-x
           end-if.

           if fd-parent(m) is not equal spaces then
               move sl-orphans(s) to percent-count
               move sl-related(s) to percent-base
               perform compute-percent
               move percent-number to dl-orphan
               move fd-parent(m) to dl-parent
           else
               move spaces to dl-orphan-x
           end-if.

           move spaces to dl-fill-was-x.
           move spaces to dl-valid-was-x.
           move spaces to dl-orphan-was-x.

           if bl-seen(m) is equal 1 then
               move bl-filled(m) to percent-count
               move bl-rows(m) to percent-base
               perform compute-percent
               move percent-number to dl-fill-was

               if bl-ruled(m) is greater than 0 then
                   move bl-passed(m) to percent-count
                   move bl-ruled(m) to percent-base
                   perform compute-percent
                   move percent-number to dl-valid-was
               end-if

               if fd-parent(m) is not equal spaces then
                   move bl-orphans(m) to percent-count
                   move bl-related(m) to percent-base
                   perform compute-percent
                   move percent-number to dl-orphan-was
               end-if
           end-if.

           move sl-distinct(s) to dl-distinct.
           if sl-distinct-more(s) is equal 1 then
               move "+" to dl-distinct-more
           end-if.

           move detail-line to report-record.
           write report-record.

           exit paragraph.

       compute-percent.
           set percent-number to 0.

           if percent-base is greater than 0 then
               compute percent-number rounded =
                   percent-count * 100 / percent-base
           end-if.

           exit paragraph.

      *    REPORT-ONE-WORST -- THE UNTAKEN ROW WITH THE MOST
      *    PROBLEMS (THE EARLIER KEY ON A TIE).
       report-one-worst.
           set best-idx to 0.

           perform compare-one-worst
               varying w from 1 by 1
               until w is greater than worst-size.

           set wr-taken(best-idx) to 1.

           move spaces to worst-line.
           move wr-key(best-idx) to wl-key.
           move wr-problems(best-idx) to wl-problems.
           move wr-text(best-idx) to wl-text.
           move worst-line to report-record.
           write report-record.

           exit paragraph.

       compare-one-worst.
           if wr-taken(w) is equal 1 then
               exit paragraph
           end-if.

           if best-idx is equal 0 then
               move w to best-idx
               exit paragraph
           end-if.

           if wr-problems(w) is greater than wr-problems(best-idx)
           or (wr-problems(w) is equal wr-problems(best-idx)
               and wr-key(w) is less than wr-key(best-idx)) then
               move w to best-idx
           end-if.

           exit paragraph.

      *    RECORD-ONE-SLOT -- THE FIELD'S FIGURES FOR THE TREND.
       record-one-slot.
           move sl-entry(s) to m.

           move spaces to history-record.
           move business-day to hist-date.
           move fd-table(m) to hist-table.
           move fd-field(m) to hist-field.
           move table-rows to hist-rows.
           move sl-filled(s) to hist-filled.
           move sl-ruled(s) to hist-ruled.
           move sl-passed(s) to hist-passed.
           move sl-related(s) to hist-related.
           move sl-orphans(s) to hist-orphans.
           move sl-distinct(s) to hist-distinct.

           if sl-distinct-more(s) is equal 1 then
               move "+" to hist-distinct-more
           end-if.

           write history-record.

           exit paragraph.

       end program data-quality-scorecard.
