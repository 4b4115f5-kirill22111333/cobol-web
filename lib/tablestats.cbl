       identification division.
       program-id. db-access-note.

      ************************************************************
      * TABLE ACCESS STATISTICS -- THE DATA LAYER'S OWN RECORD OF
      * HOW database.dat IS BEING READ, SO THE CHOICE OF WHICH
      * indexes.cfg DECLARATIONS TO ADD IS MADE FROM EVIDENCE
      * RATHER THAN GUESSWORK. db-query, db-query-by AND THE
      * FILTERING WALKS (db-join, subject-access, query-scan) CALL
      * THIS ONCE PER CALL/PAGE:
      *
      *     call "db-access-note" using access-table, access-kind,
      *         access-calls, access-pages, access-examined,
      *         access-returned
      *
      * WHERE access-kind IS "K" (EXACT-KEY READ), "S" (FULL OR
      * PAGED SCAN -- access-calls 1 FOR A WALK'S FIRST PAGE, 0
      * FOR A RESUMED ONE) OR "I" (db-query-by INDEX LOOKUP,
      * EXAMINED = INDEX ENTRIES WALKED). EACH CALL IS ADDED INTO
      * "tablestats.dat", ONE ROW PER DAY, TABLE, CALLER, FILTER
      * FIELD AND KIND -- THE SAME READ-INVALID-KEY-WRITE ELSE
      * REWRITE SHAPE record-metrics USES FOR metrics.dat, SINCE
      * EVERY FORKED CONNECTION ADDS TO THE SAME COUNTS.
      *
      * THE CALLER AND THE FILTER FIELD ARE NOT ARGUMENTS -- db-query
      * HAS TOO MANY CALLERS TO GROW ONE -- BUT EXTERNAL ITEMS, THE
      * SAME WAY active-tenant REACHES tenant-file-name:
      * db-access-caller IS SET BY listen_http TO THE MATCHED ROUTE
      * ("GET /orders/:id") AND BY batch-scheduler/job-worker TO
      * THE PROGRAM THEY LAUNCH (BLANK RECORDS AS "(batch)");
      * db-access-filter IS SET BY A CALLER THAT PAGES A TABLE AND
      * KEEPS ONLY THE ROWS WHOSE schemas.cfg FIELD MATCHES, FOR
      * THE LENGTH OF THAT WALK. WHILE IT IS SET db-query RECORDS
      * THE PAGE'S ROWS AS EXAMINED ONLY, AND THE CALLER NOTES ITS
      * OWN MATCHES AS THE ROWS RETURNED.
      *
      * DB_ACCESS_STATS=OFF SWITCHES THE RECORDING OFF. NOTHING IS
      * RECORDED WHILE THE SITE IS READ-ONLY, SINCE THAT MODE IS
      * OFTEN A FULL DISK.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select stats-file assign to "tablestats.dat"
           organization is indexed
           access mode is dynamic
           record key is ta-key
           file status is stats-stat.

       data division.

       file section.
       fd stats-file.
       01 stats-record.
           05 ta-key.
               10 ta-date     pic 9(8).
               10 ta-table    pic x(30).
               10 ta-caller   pic x(40).
               10 ta-field    pic x(30).
               10 ta-kind     pic x.
           05 ta-calls        pic 9(11).
           05 ta-pages        pic 9(11).
           05 ta-examined     pic 9(15).
           05 ta-returned     pic 9(15).

       working-storage section.
       01 db-batch-mark pic x external.
       01 db-access-caller pic x(40) external.
       01 db-access-filter pic x(30) external.

       77 stats-stat       pic xx.
       77 files-held       pic 9 value 0.
       77 settings-loaded  pic 9 value 0.
       77 stats-setting    pic x(8).
       77 read-only-on     pic 9.
       77 read-only-reason pic x(128).

       linkage section.
       01 access-table    pic x(30).
       01 access-kind     pic x.
       01 access-calls    pic 9(9).
       01 access-pages    pic 9(9).
       01 access-examined pic 9(9).
       01 access-returned pic 9(9).

       procedure division using access-table, access-kind,
                           access-calls, access-pages,
                           access-examined, access-returned.

           if settings-loaded is equal 0 then
               set stats-setting to spaces
               accept stats-setting from environment
                   "DB_ACCESS_STATS"
               move function upper-case(stats-setting)
                   to stats-setting
               set settings-loaded to 1
           end-if.

           if stats-setting is equal "OFF" then
               exit program
           end-if.

           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 1 then
               if files-held is equal 1 then
                   close stats-file
                   set files-held to 0
               end-if
               exit program
           end-if.

      *    UNDER A db-batch-start BRACKET THE FILE STAYS OPEN
      *    ACROSS CALLS, THE SAME AS db-query's OWN FILE.
           if files-held is equal 0 then
               open i-o stats-file

               if stats-stat is equal "35" then
                   open output stats-file
                   close stats-file
                   open i-o stats-file
               end-if

               if stats-stat is not equal "00" then
                   exit program
               end-if

               if db-batch-mark is equal "1" then
                   set files-held to 1
               end-if
           end-if.

           move function current-date(1:8) to ta-date.
           move access-table to ta-table.
           move access-kind to ta-kind.

           if db-access-caller is equal spaces then
               move "(batch)" to ta-caller
           else
               move db-access-caller to ta-caller
           end-if.

           if access-kind is equal "S" then
               move db-access-filter to ta-field
           else
               move spaces to ta-field
           end-if.

           read stats-file
               key is ta-key
               invalid key
                   move access-calls to ta-calls
                   move access-pages to ta-pages
                   move access-examined to ta-examined
                   move access-returned to ta-returned
                   write stats-record
               not invalid key
                   add access-calls to ta-calls
                   add access-pages to ta-pages
                   add access-examined to ta-examined
                   add access-returned to ta-returned
                   rewrite stats-record
           end-read.

           if db-batch-mark is not equal "1" then
               close stats-file
               set files-held to 0
           end-if.

           exit program.

       end program db-access-note.

      *****************************************

       identification division.
       program-id. db-access-advisor.

      ************************************************************
      * WEEKLY INDEX ADVISOR OVER "tablestats.dat" (db-access-note
      * ABOVE). TOTALS THE LAST ACCESS_DAYS DAYS (DEFAULT 7) OF
      * STATISTICS AND WRITES "tableaccess.YYYYMMDD.rpt" INTO THE
      * REPORT CATALOG:
      *
      *   - TABLE TOTALS: PER TABLE, THE EXACT-KEY READS, SCANS,
      *     PAGES AND ROWS EXAMINED, AND THE db-query-by LOOKUPS
      *     AND THE ROWS THEY RETURNED;
      *   - THE ACCESS_TOP (DEFAULT 10) MOST EXPENSIVE SCAN
      *     PATTERNS -- TABLE, CALLER AND FILTER FIELD -- RANKED BY
      *     ROWS EXAMINED, WITH THE SHARE OF THOSE ROWS ACTUALLY
      *     RETURNED;
      *   - FOR EACH RANKED PATTERN THAT FILTERS ON A schemas.cfg
      *     FIELD, THE indexes.cfg LINE THAT WOULD TURN THE SCAN
      *     INTO A db-query-by LOOKUP, WITH AN ESTIMATE OF THE
      *     INDEX ENTRIES IT WOULD HOLD (THE ROWS ONE FULL SCAN
      *     EXAMINES). A FIELD ALREADY COVERED BY AN indexes.cfg
      *     LINE IS NAMED AS SUCH INSTEAD -- THE CALLER IS NOT
      *     USING THE INDEX IT HAS.
      *
      * NOTHING IS CHANGED IN indexes.cfg -- AN ADDED DECLARATION
      * STILL NEEDS db-index-rebuild BEFORE IT ANSWERS. ROWS OLDER
      * THAN ACCESS_KEEP_DAYS (DEFAULT 90) ARE PURGED FROM THE
      * STATISTICS FILE ON THE WAY THROUGH. MEANT TO RUN WEEKLY
      * FROM schedule.cfg (A MON..SUN FREQUENCY).
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select stats-file assign to "tablestats.dat"
           organization is indexed
           access mode is dynamic
           record key is ta-key
           file status is stats-stat.

           select index-config assign to "indexes.cfg"
           organization is line sequential
           file status is index-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd stats-file.
       01 stats-record.
           05 ta-key.
               10 ta-date     pic 9(8).
               10 ta-table    pic x(30).
               10 ta-caller   pic x(40).
               10 ta-field    pic x(30).
               10 ta-kind     pic x.
           05 ta-calls        pic 9(11).
           05 ta-pages        pic 9(11).
           05 ta-examined     pic 9(15).
           05 ta-returned     pic 9(15).

       fd index-config.
       01 index-line pic x(128).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       77 stats-stat    pic xx.
       77 index-stat    pic xx.
       77 report-stat   pic xx.
       77 stats-eof     pic 9.
       77 config-eof    pic 9.
       77 stats-missing pic 9.
       77 purge-allowed pic 9.
       77 read-only-on     pic 9.
       77 read-only-reason pic x(128).

       77 report-path   pic x(64).
       77 report-date   pic x(8).
       77 catalog-producer pic x(30).
       77 number-text   pic x(8).
       77 window-days   pic 9(3).
       77 keep-days     pic 9(4).
       77 top-count     pic 9(3).
       77 today-int     pic 9(8).
       77 cutoff-date   pic 9(8).
       77 purge-date    pic 9(8).
       77 purged-count  pic 9(7).

      *    ONE ENTRY PER TABLE/CALLER/FIELD/KIND SEEN IN THE WINDOW.
       01 pattern-list.
           05 pattern-entry occurs 500 times.
               10 pt-table    pic x(30).
               10 pt-caller   pic x(40).
               10 pt-field    pic x(30).
               10 pt-kind     pic x.
               10 pt-calls    pic 9(11).
               10 pt-pages    pic 9(11).
               10 pt-examined pic 9(15).
               10 pt-returned pic 9(15).
               10 pt-ranked   pic 9.
           05 pattern-size pic 9(3).
       77 patterns-dropped pic 9(7).

      *    ONE ENTRY PER TABLE FOR THE TOTALS SECTION.
       01 table-list.
           05 table-entry occurs 100 times.
               10 tt-table        pic x(30).
               10 tt-key-reads    pic 9(11).
               10 tt-scans        pic 9(11).
               10 tt-pages        pic 9(11).
               10 tt-examined     pic 9(15).
               10 tt-index-calls  pic 9(11).
               10 tt-index-rows   pic 9(15).
           05 table-size pic 9(3).

      *    THE RANKED PATTERNS IN ORDER, AND THE TABLE/FIELD PAIRS
      *    ALREADY ADVISED ON SO TWO CALLERS FILTERING ON THE SAME
      *    FIELD GET ONE RECOMMENDATION.
       01 rank-list.
           05 ranked-pattern occurs 100 times pic 9(3).
           05 rank-size pic 9(3).
       01 advice-list.
           05 advice-entry occurs 100 times.
               10 av-table pic x(30).
               10 av-field pic x(30).
           05 advice-size pic 9(3).

       01 index-fields.
           05 ix-cfg-table pic x(30).
           05 ix-cfg-name  pic x(20).
           05 ix-cfg-offset-text pic x(6).
           05 ix-cfg-length-text pic x(6).
       77 ix-cfg-offset pic 9(4).
       77 ix-cfg-length pic 9(4).
       77 index-name    pic x(20).
       77 index-found   pic 9.

       77 p             pic 9(3).
       77 t             pic 9(3).
       77 a             pic 9(3).
       77 rk            pic 9(3).
       77 best          pic 9(3).
       77 found-entry   pic 9(3).
       77 already-advised pic 9.
       77 field-offset  pic 9(4).
       77 field-length  pic 9(4).
       77 position-found pic 9.
       77 estimate      pic 9(15).
       77 yield-pct     pic 9(3).
       77 recommend-count pic 9(3).
       77 line-pointer  pic 9(3).
       77 rank-edit     pic zz9.
       77 count-edit    pic z(7)9.
       77 big-edit      pic z(11)9.
       77 pct-edit      pic zz9.
       77 position-edit pic z(3)9.

       procedure division.

           call "business-date"
           using by reference report-date.

           set number-text to spaces.
           accept number-text from environment "ACCESS_DAYS".
           set window-days to 7.
           if number-text is not equal spaces then
               move function numval(number-text) to window-days
           end-if.
           if window-days is equal 0 then
               set window-days to 7
           end-if.

           set number-text to spaces.
           accept number-text from environment "ACCESS_TOP".
           set top-count to 10.
           if number-text is not equal spaces then
               move function numval(number-text) to top-count
           end-if.
           if top-count is equal 0
           or top-count is greater than 100 then
               set top-count to 10
           end-if.

           set number-text to spaces.
           accept number-text from environment "ACCESS_KEEP_DAYS".
           set keep-days to 90.
           if number-text is not equal spaces then
               move function numval(number-text) to keep-days
           end-if.
           if keep-days is less than window-days then
               move window-days to keep-days
           end-if.

           move function current-date(1:8) to today-int.
           compute cutoff-date = function date-of-integer(
               function integer-of-date(today-int) - window-days + 1).
           compute purge-date = function date-of-integer(
               function integer-of-date(today-int) - keep-days).

      *    NO PURGE WHILE THE SITE IS READ-ONLY -- A DELETE IS A
      *    WRITE LIKE ANY OTHER.
           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 1 then
               set purge-allowed to 0
           else
               set purge-allowed to 1
           end-if.

           initialize pattern-list.
           initialize table-list.
           initialize rank-list.
           initialize advice-list.
           set patterns-dropped to 0.
           set purged-count to 0.
           set recommend-count to 0.

           perform load-statistics.

           perform rank-one-pattern
               varying rk from 1 by 1
               until rk is greater than top-count.

           set report-path to spaces.
           string
               "tableaccess." delimited by size
               report-date delimited by size
               ".rpt" delimited by size
               into report-path
           end-string.

           open output report-file.

           move spaces to report-record.
           string
               "TABLE ACCESS ADVISOR FOR " delimited by size
               report-date delimited by size
               " -- STATISTICS FROM " delimited by size
               cutoff-date delimited by size
               " TO " delimited by size
               today-int delimited by size
               into report-record
           end-string.
           write report-record.

           move all "=" to report-record(1:72).
           write report-record.

           if stats-missing is equal 1 then
               move spaces to report-record
               write report-record
               move "NO ACCESS STATISTICS RECORDED (tablestats.dat)"
                   to report-record
               write report-record
               close report-file
               display "NO ACCESS STATISTICS - SEE "
                   function trim(report-path)
               perform add-to-catalog
               move 0 to return-code
               goback
           end-if.

           perform write-table-totals.
           perform write-scan-ranking.
           perform write-recommendations.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           set line-pointer to 1.
           move rank-size to count-edit.
           string
               function trim(count-edit) delimited by size
               " SCAN PATTERN(S) RANKED, " delimited by size
               into report-record with pointer line-pointer
           end-string.
           move recommend-count to count-edit.
           string
               function trim(count-edit) delimited by size
               " INDEX(ES) RECOMMENDED" delimited by size
               into report-record with pointer line-pointer
           end-string.
           write report-record.

           if patterns-dropped is greater than 0 then
               move spaces to report-record
               move patterns-dropped to count-edit
               string
                   function trim(count-edit) delimited by size
                   " STATISTICS ROW(S) BEYOND THE 500-PATTERN "
                       delimited by size
                   "CAPACITY NOT COUNTED" delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           close report-file.

           move recommend-count to count-edit.
           display function trim(count-edit)
               " INDEX(ES) RECOMMENDED - SEE "
               function trim(report-path).

           if purged-count is greater than 0 then
               move purged-count to count-edit
               display function trim(count-edit)
                   " STATISTICS ROW(S) OLDER THAN " keep-days
                   " DAYS PURGED"
           end-if.

           perform add-to-catalog.

           move 0 to return-code.

           goback.

      *    ADD-TO-CATALOG -- FILES THE REPORT LIKE EVERY OTHER.
       add-to-catalog.
           set catalog-producer to "db-access-advisor".
           call "report-catalog-add"
           using by content report-path,
           by content report-date,
           by content catalog-producer.

           exit paragraph.

      *    LOAD-STATISTICS -- ONE PASS OVER tablestats.dat,
      *    PURGING THE EXPIRED ROWS AND TOTALING THE WINDOW'S.
       load-statistics.
           set stats-missing to 0.

           open i-o stats-file.

           if stats-stat is not equal "00" then
               set stats-missing to 1
               exit paragraph
           end-if.

           set stats-eof to 0.

           perform read-one-statistic until stats-eof is equal 1.

           close stats-file.

           exit paragraph.

       read-one-statistic.
           read stats-file next record
               at end
                   set stats-eof to 1
                   exit paragraph
           end-read.

           if ta-date is less than purge-date
           and purge-allowed is equal 1 then
               delete stats-file record
                   invalid key
                       continue
                   not invalid key
                       add 1 to purged-count
               end-delete
               exit paragraph
           end-if.

           if ta-date is less than cutoff-date then
               exit paragraph
           end-if.

           perform add-to-pattern.
           perform add-to-table.

           exit paragraph.

      *    ADD-TO-PATTERN -- THE SAME TABLE/CALLER/FIELD/KIND ON
      *    EVERY DAY OF THE WINDOW FOLDS INTO ONE ENTRY.
       add-to-pattern.
           set found-entry to 0.

           perform match-one-pattern
               varying p from 1 by 1
               until p is greater than pattern-size
               or found-entry is greater than 0.

           if found-entry is equal 0 then
               if pattern-size is equal 500 then
                   add 1 to patterns-dropped
                   exit paragraph
               end-if
               add 1 to pattern-size
               move pattern-size to found-entry
               move ta-table to pt-table(found-entry)
               move ta-caller to pt-caller(found-entry)
               move ta-field to pt-field(found-entry)
               move ta-kind to pt-kind(found-entry)
           end-if.

           add ta-calls to pt-calls(found-entry).
           add ta-pages to pt-pages(found-entry).
           add ta-examined to pt-examined(found-entry).
           add ta-returned to pt-returned(found-entry).

           exit paragraph.

       match-one-pattern.
           if pt-table(p) is equal ta-table
           and pt-caller(p) is equal ta-caller
           and pt-field(p) is equal ta-field
           and pt-kind(p) is equal ta-kind then
               move p to found-entry
           end-if.

           exit paragraph.

      *    ADD-TO-TABLE -- THE PER-TABLE TOTALS, BY KIND.
       add-to-table.
           set found-entry to 0.

           perform match-one-table
               varying t from 1 by 1
               until t is greater than table-size
               or found-entry is greater than 0.

           if found-entry is equal 0 then
               if table-size is equal 100 then
                   exit paragraph
               end-if
               add 1 to table-size
               move table-size to found-entry
               move ta-table to tt-table(found-entry)
           end-if.

           evaluate ta-kind
               when "K"
                   add ta-calls to tt-key-reads(found-entry)
               when "S"
                   add ta-calls to tt-scans(found-entry)
                   add ta-pages to tt-pages(found-entry)
                   add ta-examined to tt-examined(found-entry)
               when "I"
                   add ta-calls to tt-index-calls(found-entry)
                   add ta-returned to tt-index-rows(found-entry)
           end-evaluate.

           exit paragraph.

       match-one-table.
           if tt-table(t) is equal ta-table then
               move t to found-entry
           end-if.

           exit paragraph.

      *    RANK-ONE-PATTERN -- THE UNRANKED SCAN PATTERN WITH THE
      *    MOST ROWS EXAMINED TAKES THE NEXT PLACE.
       rank-one-pattern.
           set best to 0.

           perform judge-one-pattern
               varying p from 1 by 1
               until p is greater than pattern-size.

           if best is equal 0 then
               move top-count to rk
               exit paragraph
           end-if.

           set pt-ranked(best) to 1.
           add 1 to rank-size.
           move best to ranked-pattern(rank-size).

           exit paragraph.

       judge-one-pattern.
           if pt-kind(p) is not equal "S"
           or pt-ranked(p) is equal 1
           or pt-examined(p) is equal 0 then
               exit paragraph
           end-if.

           if best is equal 0 then
               move p to best
               exit paragraph
           end-if.

           if pt-examined(p) is greater than pt-examined(best) then
               move p to best
           end-if.

           exit paragraph.

      *    WRITE-TABLE-TOTALS -- ONE LINE PER TABLE.
       write-table-totals.
           move spaces to report-record.
           write report-record.
           move "TABLE TOTALS" to report-record.
           write report-record.

           move spaces to report-record.
           move "TABLE" to report-record(1:5).
           move "KEY READS" to report-record(35:9).
           move "SCANS" to report-record(51:5).
           move "PAGES" to report-record(63:5).
           move "ROWS EXAMINED" to report-record(71:13).
           move "INDEX CALLS" to report-record(89:11).
           move "INDEX ROWS" to report-record(106:10).
           write report-record.

           perform write-one-table
               varying t from 1 by 1
               until t is greater than table-size.

           exit paragraph.

       write-one-table.
           move spaces to report-record.
           move tt-table(t) to report-record(1:30).
           move tt-key-reads(t) to big-edit.
           move big-edit to report-record(32:12).
           move tt-scans(t) to big-edit.
           move big-edit to report-record(44:12).
           move tt-pages(t) to big-edit.
           move big-edit to report-record(56:12).
           move tt-examined(t) to big-edit.
           move big-edit to report-record(72:12).
           move tt-index-calls(t) to big-edit.
           move big-edit to report-record(88:12).
           move tt-index-rows(t) to big-edit.
           move big-edit to report-record(104:12).
           write report-record.

           exit paragraph.

      *    WRITE-SCAN-RANKING -- THE RANKED PATTERNS, WITH THE
      *    SHARE OF EXAMINED ROWS THE CALLER ACTUALLY KEPT.
       write-scan-ranking.
           move spaces to report-record.
           write report-record.
           move "MOST EXPENSIVE SCAN PATTERNS (BY ROWS EXAMINED)"
               to report-record.
           write report-record.

           move spaces to report-record.
           move "RK" to report-record(2:2).
           move "TABLE" to report-record(5:5).
           move "CALLER" to report-record(26:6).
           move "FILTER FIELD" to report-record(59:12).
           move "SCANS" to report-record(83:5).
           move "EXAMINED" to report-record(93:8).
           move "RETURNED" to report-record(106:8).
           move "KEPT" to report-record(115:4).
           write report-record.

           if rank-size is equal 0 then
               move "  NO SCANS RECORDED IN THE WINDOW"
                   to report-record
               write report-record
               exit paragraph
           end-if.

           perform write-one-ranked
               varying rk from 1 by 1
               until rk is greater than rank-size.

           exit paragraph.

       write-one-ranked.
           move ranked-pattern(rk) to p.

           move spaces to report-record.
           move rk to rank-edit.
           move rank-edit to report-record(1:3).
           move pt-table(p)(1:20) to report-record(5:20).
           move pt-caller(p)(1:32) to report-record(26:32).
           if pt-field(p) is equal spaces then
               move "(NONE)" to report-record(59:6)
           else
               move pt-field(p)(1:20) to report-record(59:20)
           end-if.
           move pt-calls(p) to count-edit.
           move count-edit to report-record(80:8).
           move pt-examined(p) to big-edit.
           move big-edit to report-record(89:12).
           move pt-returned(p) to big-edit.
           move big-edit to report-record(102:12).

           compute yield-pct rounded =
               pt-returned(p) * 100 / pt-examined(p)
               on size error
                   move 100 to yield-pct
           end-compute.
           move yield-pct to pct-edit.
           move pct-edit to report-record(115:3).
           move "%" to report-record(118:1).
           write report-record.

           exit paragraph.

      *    WRITE-RECOMMENDATIONS -- ONE LINE OF ADVICE PER RANKED
      *    TABLE/FIELD PAIR, IN RANK ORDER.
       write-recommendations.
           move spaces to report-record.
           write report-record.
           move "RECOMMENDED indexes.cfg DECLARATIONS" to
               report-record.
           write report-record.

           perform advise-one-pattern
               varying rk from 1 by 1
               until rk is greater than rank-size.

           if recommend-count is equal 0 then
               move "  NONE -- NO RANKED SCAN FILTERS ON AN "
                   to report-record
               move "UNINDEXED FIELD" to report-record(40:15)
               write report-record
           end-if.

           exit paragraph.

       advise-one-pattern.
           move ranked-pattern(rk) to p.

           if pt-field(p) is equal spaces then
               exit paragraph
           end-if.

           set already-advised to 0.
           perform match-one-advice
               varying a from 1 by 1
               until a is greater than advice-size.

           if already-advised is equal 1 then
               exit paragraph
           end-if.

           if advice-size is less than 100 then
               add 1 to advice-size
               move pt-table(p) to av-table(advice-size)
               move pt-field(p) to av-field(advice-size)
           end-if.

           call "db-field-position"
           using by content pt-table(p),
           by content pt-field(p),
           by reference field-offset,
           by reference field-length,
           by reference position-found.

           move spaces to report-record.

           if position-found is equal 0 then
               string
                   "  " delimited by size
                   function trim(pt-table(p)) delimited by size
                   "." delimited by size
                   function trim(pt-field(p)) delimited by size
                   " IS NOT DECLARED IN schemas.cfg -- "
                       delimited by size
                   "DECLARE IT BEFORE INDEXING" delimited by size
                   into report-record
               end-string
               write report-record
               exit paragraph
           end-if.

           perform find-covering-index.

           if index-found is equal 1 then
               string
                   "  " delimited by size
                   function trim(pt-table(p)) delimited by size
                   "." delimited by size
                   function trim(pt-field(p)) delimited by size
                   " IS ALREADY INDEXED AS " delimited by size
                   function trim(index-name) delimited by size
                   " -- " delimited by size
                   function trim(pt-caller(p)) delimited by size
                   " SCANS INSTEAD OF USING db-query-by"
                       delimited by size
                   into report-record
               end-string
               write report-record
               exit paragraph
           end-if.

      *    ONE ENTRY PER ROW CARRYING A VALUE -- AT MOST THE ROWS
      *    ONE FULL SCAN OF THE TABLE EXAMINES.
           if pt-calls(p) is greater than 0 then
               compute estimate rounded =
                   pt-examined(p) / pt-calls(p)
           else
               move pt-examined(p) to estimate
           end-if.

           set line-pointer to 1.
           string
               "  " delimited by size
               function trim(pt-table(p)) delimited by size
               " " delimited by size
               function trim(pt-field(p)(1:20)) delimited by size
               " " delimited by size
               into report-record with pointer line-pointer
           end-string.
           move field-offset to position-edit.
           string
               function trim(position-edit) delimited by size
               " " delimited by size
               into report-record with pointer line-pointer
           end-string.
           move field-length to position-edit.
           move estimate to big-edit.
           string
               function trim(position-edit) delimited by size
               "    (ABOUT " delimited by size
               function trim(big-edit) delimited by size
               " ENTRIES)" delimited by size
               into report-record with pointer line-pointer
           end-string.
           write report-record.

           add 1 to recommend-count.

           exit paragraph.

       match-one-advice.
           if av-table(a) is equal pt-table(p)
           and av-field(a) is equal pt-field(p) then
               set already-advised to 1
           end-if.

           exit paragraph.

      *    FIND-COVERING-INDEX -- AN indexes.cfg LINE OVER EXACTLY
      *    THE FIELD'S OFFSET AND LENGTH, THE SAME MATCH db-join
      *    MAKES BEFORE IT CHOOSES db-query-by OVER A SCAN.
       find-covering-index.
           set index-found to 0.
           set index-name to spaces.

           open input index-config.

           if index-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-index-line
               until config-eof is equal 1
               or index-found is equal 1.

           close index-config.

           exit paragraph.

       read-one-index-line.
           read index-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize index-fields.
           set ix-cfg-offset to 0.
           set ix-cfg-length to 0.

           unstring index-line delimited by all X"20"
               into ix-cfg-table, ix-cfg-name,
                    ix-cfg-offset-text, ix-cfg-length-text
           end-unstring.

           if ix-cfg-table is not equal pt-table(p) then
               exit paragraph
           end-if.

           if ix-cfg-offset-text is not equal spaces then
               move function trim(ix-cfg-offset-text)
                   to ix-cfg-offset
           end-if.

           if ix-cfg-length-text is not equal spaces then
               move function trim(ix-cfg-length-text)
                   to ix-cfg-length
           end-if.

           if ix-cfg-offset is equal field-offset
           and ix-cfg-length is equal field-length then
               set index-found to 1
               move ix-cfg-name to index-name
           end-if.

           exit paragraph.

       end program db-access-advisor.
