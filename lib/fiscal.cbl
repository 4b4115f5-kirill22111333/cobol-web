       identification division.
       program-id. fiscal-period-of.

      ************************************************************
      * THE FISCAL CALENDAR -- THE BUSINESS-DATE REGISTER SAYS WHAT
      * DAY IT IS; THIS SAYS WHICH FISCAL YEAR AND PERIOD THAT DAY
      * BELONGS TO, AND WHETHER THE PERIOD IS STILL OPEN. THE
      * CALENDAR LIVES IN "fiscal.dat" (PER TENANT, THROUGH
      * tenant-file-name), ONE FIXED-COLUMN LINE PER PERIOD:
      *
      *     COLS  1-4   FISCAL YEAR
      *     COLS  6-7   PERIOD (01-12, OR 13 FOR A 13-PERIOD YEAR)
      *     COLS  9-16  FIRST DAY (YYYYMMDD)
      *     COLS 18-25  LAST DAY (YYYYMMDD)
      *     COLS 27-32  OPEN OR CLOSED (BLANK READS AS OPEN)
      *     COLS 34-47  WHEN THE STATUS LAST CHANGED
      *     COLS 49-80  WHO CHANGED IT
      *     COLS 82-145 WHY
      *
      * fiscal-calendar-build WRITES A YEAR'S 4-4-5 PERIODS; A SITE
      * WITH A DIFFERENT SHAPE MAY KEY THE LINES BY HAND. period-
      * close SHUTS A PERIOD AND ONLY A controller (THE
      * /maintain/periods SCREEN) OPENS IT AGAIN; EVERY CHANGE OF
      * STATUS GOES TO THE AUDIT TRAIL UNDER TABLE "fiscalperiod".
      *
      * A TABLE WHOSE ROWS BELONG TO A PERIOD NAMES ITS DATE FIELD
      * IN "fiscaldate.cfg" -- ONE LINE PER TABLE, THE SAME SHAPE
      * AS rowscope.cfg:
      *
      *     <table> <field-name>
      *
      * WHERE <field-name> IS AN 8-CHARACTER (YYYYMMDD) schemas.cfg
      * FIELD. db-update AND db-delete REFUSE ANY CHANGE TO A ROW
      * OF SUCH A TABLE WHOSE DATE -- BEFORE OR AFTER THE CHANGE --
      * FALLS IN A CLOSED PERIOD (fiscal-posting-check), AND
      * db-aggregate AND report-writer SELECT ROWS BY PERIOD ON IT.
      *
      * THIS PROGRAM ANSWERS ONE DATE: found 1 WITH THE YEAR,
      * PERIOD AND STATUS, OR found 0 WHEN NO PERIOD ON THE
      * CALENDAR COVERS IT (AN UNCALENDARED DAY IS NEVER CLOSED).
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select calendar-file assign to dynamic calendar-file-name
           organization is line sequential
           file status is calendar-stat.

       data division.

       file section.
       fd calendar-file.
       01 calendar-record.
           05 fp-year    pic x(4).
           05 filler     pic x(1).
           05 fp-period  pic x(2).
           05 filler     pic x(1).
           05 fp-start   pic x(8).
           05 filler     pic x(1).
           05 fp-end     pic x(8).
           05 filler     pic x(1).
           05 fp-status  pic x(6).
           05 filler     pic x(1).
           05 fp-stamp   pic x(14).
           05 filler     pic x(1).
           05 fp-by      pic x(32).
           05 filler     pic x(1).
           05 fp-reason  pic x(64).

       working-storage section.
       77 calendar-stat pic xx.
       77 calendar-eof  pic 9.
       77 calendar-file-name pic x(64).
       77 tenant-stem   pic x(16) value "fiscal".
       77 tenant-ext    pic x(4) value "dat".

       linkage section.
       01 as-of-date    pic x(8).
       01 fiscal-year   pic 9(4).
       01 fiscal-period pic 9(2).
       01 period-status pic x(6).
       01 found         pic 9.

       procedure division using as-of-date, fiscal-year,
                           fiscal-period, period-status, found.

           set found to 0.
           set fiscal-year to 0.
           set fiscal-period to 0.
           set period-status to spaces.

           if as-of-date is not numeric then
               exit program
           end-if.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference calendar-file-name.

           open input calendar-file.

           if calendar-stat is not equal "00" then
               exit program
           end-if.

           set calendar-eof to 0.

           perform match-one-period
               until calendar-eof is equal 1
               or found is equal 1.

           close calendar-file.

           exit program.

      *    MATCH-ONE-PERIOD -- ONE CALENDAR LINE AGAINST THE DATE.
       match-one-period.
           read calendar-file
               at end
                   set calendar-eof to 1
                   exit paragraph
           end-read.

           if fp-year is not numeric
           or fp-period is not numeric
           or fp-start is not numeric
           or fp-end is not numeric then
               exit paragraph
           end-if.

           if as-of-date is less than fp-start
           or as-of-date is greater than fp-end then
               exit paragraph
           end-if.

           move fp-year to fiscal-year.
           move fp-period to fiscal-period.
           move fp-status to period-status.

           if period-status is equal spaces then
               set period-status to "OPEN"
           end-if.

           set found to 1.

           exit paragraph.

       end program fiscal-period-of.

      *****************************************

       identification division.
       program-id. fiscal-period-range.

      ************************************************************
      * A FISCAL SELECTION AS A DATE RANGE -- WHAT db-aggregate AND
      * report-writer FILTER BY. period-select IS ONE OF:
      *
      *     YYYYPP   -- THAT PERIOD
      *     YYYY     -- THE WHOLE FISCAL YEAR (fiscal-period 0)
      *     CURRENT  -- THE PERIOD HOLDING THE BUSINESS DATE
      *     PRIOR    -- THE PERIOD BEFORE THAT ONE
      *
      * found 0 WHEN THE SELECTION IS NOT ON THE CALENDAR.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select calendar-file assign to dynamic calendar-file-name
           organization is line sequential
           file status is calendar-stat.

       data division.

       file section.
       fd calendar-file.
       01 calendar-record.
           05 fp-year    pic x(4).
           05 filler     pic x(1).
           05 fp-period  pic x(2).
           05 filler     pic x(1).
           05 fp-start   pic x(8).
           05 filler     pic x(1).
           05 fp-end     pic x(8).
           05 filler     pic x(1).
           05 fp-status  pic x(6).
           05 filler     pic x(1).
           05 fp-stamp   pic x(14).
           05 filler     pic x(1).
           05 fp-by      pic x(32).
           05 filler     pic x(1).
           05 fp-reason  pic x(64).

       working-storage section.
       77 calendar-stat pic xx.
       77 calendar-eof  pic 9.
       77 calendar-file-name pic x(64).
       77 tenant-stem   pic x(16) value "fiscal".
       77 tenant-ext    pic x(4) value "dat".
       77 want-year     pic 9(4).
       77 want-period   pic 9(2).
       77 probe-date    pic x(8).
       77 probe-number  pic 9(8).
       77 probe-status  pic x(6).
       77 probe-found   pic 9.

       linkage section.
       01 period-select pic x(8).
       01 range-start   pic x(8).
       01 range-end     pic x(8).
       01 fiscal-year   pic 9(4).
       01 fiscal-period pic 9(2).
       01 found         pic 9.

       procedure division using period-select, range-start,
                           range-end, fiscal-year, fiscal-period,
                           found.

           set found to 0.
           set range-start to spaces.
           set range-end to spaces.
           set fiscal-year to 0.
           set fiscal-period to 0.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference calendar-file-name.

           evaluate true
               when period-select is equal "CURRENT"
                   perform resolve-current-period
               when period-select is equal "PRIOR"
                   perform resolve-current-period
                   if probe-found is equal 1 then
                       perform resolve-prior-period
                   end-if
               when period-select(1:6) is numeric
               and period-select(7:2) is equal spaces
                   move period-select(1:4) to want-year
                   move period-select(5:2) to want-period
                   set probe-found to 1
               when period-select(1:4) is numeric
               and period-select(5:4) is equal spaces
                   move period-select(1:4) to want-year
                   set want-period to 0
                   set probe-found to 1
               when other
                   set probe-found to 0
           end-evaluate.

           if probe-found is equal 0 then
               exit program
           end-if.

           perform scan-calendar.

           exit program.

      *    RESOLVE-CURRENT-PERIOD -- THE PERIOD THE BUSINESS DATE
      *    FALLS IN.
       resolve-current-period.
           call "business-date"
           using by reference probe-date.

           call "fiscal-period-of"
           using by content probe-date,
           by reference want-year,
           by reference want-period,
           by reference probe-status,
           by reference probe-found.

           exit paragraph.

      *    RESOLVE-PRIOR-PERIOD -- THE PERIOD HOLDING THE DAY
      *    BEFORE THE CURRENT PERIOD'S FIRST DAY.
       resolve-prior-period.
           perform scan-calendar.

           set probe-found to 0.

           if found is equal 0 then
               exit paragraph
           end-if.

           set found to 0.

           compute probe-number = function date-of-integer(
               function integer-of-date(
                   function numval(range-start)) - 1).
           move probe-number to probe-date.

           call "fiscal-period-of"
           using by content probe-date,
           by reference want-year,
           by reference want-period,
           by reference probe-status,
           by reference probe-found.

           set range-start to spaces.
           set range-end to spaces.

           exit paragraph.

      *    SCAN-CALENDAR -- THE EARLIEST FIRST DAY AND LATEST LAST
      *    DAY AMONG THE LINES FOR want-year (AND want-period,
      *    UNLESS IT IS 0).
       scan-calendar.
           open input calendar-file.

           if calendar-stat is not equal "00" then
               exit paragraph
           end-if.

           set calendar-eof to 0.

           perform take-one-line until calendar-eof is equal 1.

           close calendar-file.

           exit paragraph.

       take-one-line.
           read calendar-file
               at end
                   set calendar-eof to 1
                   exit paragraph
           end-read.

           if fp-year is not numeric
           or fp-period is not numeric
           or fp-start is not numeric
           or fp-end is not numeric then
               exit paragraph
           end-if.

           if fp-year is not equal want-year then
               exit paragraph
           end-if.

           if want-period is not equal 0
           and fp-period is not equal want-period then
               exit paragraph
           end-if.

           if range-start is equal spaces
           or fp-start is less than range-start then
               move fp-start to range-start
           end-if.

           if range-end is equal spaces
           or fp-end is greater than range-end then
               move fp-end to range-end
           end-if.

           move want-year to fiscal-year.
           move want-period to fiscal-period.
           set found to 1.

           exit paragraph.

       end program fiscal-period-range.

      *****************************************

       identification division.
       program-id. fiscal-date-position.

      ************************************************************
      * WHERE A TABLE KEEPS THE DATE THAT PLACES ITS ROWS IN A
      * FISCAL PERIOD -- THE fiscaldate.cfg FIELD FOR THE TABLE,
      * PLACED THROUGH ITS schemas.cfg DECLARATION. found 0 WHEN
      * THE TABLE HAS NO LINE, OR ITS FIELD IS NOT DECLARED AT
      * LEAST 8 CHARACTERS WIDE -- SUCH A TABLE IS OUTSIDE THE
      * FISCAL CALENDAR, THE HISTORICAL BEHAVIOR.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select fiscal-config assign to "fiscaldate.cfg"
           organization is line sequential
           file status is config-stat.

           select schema-config assign to "schemas.cfg"
           organization is line sequential
           file status is schema-stat.

       data division.

       file section.
       fd fiscal-config.
       01 config-record pic x(64).

       fd schema-config.
       01 schema-record pic x(128).

       working-storage section.
       77 config-stat pic xx.
       77 schema-stat pic xx.
       77 config-eof  pic 9.
       77 field-named pic 9.
       01 config-fields.
           05 cfg-table pic x(30).
           05 cfg-field pic x(30).
       01 schema-fields.
           05 sch-table  pic x(30).
           05 sch-field  pic x(30).
           05 sch-offset-text pic x(6).
           05 sch-length-text pic x(6).
       77 sch-offset    pic 9(4).
       77 sch-length    pic 9(4).

       linkage section.
       01 db-table    pic x(30).
       01 date-field  pic x(30).
       01 date-offset pic 9(4).
       01 found       pic 9.

       procedure division using db-table, date-field, date-offset,
                           found.

           set found to 0.
           set field-named to 0.
           set date-field to spaces.
           set date-offset to 0.

           open input fiscal-config.

           if config-stat is not equal "00" then
               exit program
           end-if.

           set config-eof to 0.

           perform match-fiscal-line
               until config-eof is equal 1
               or field-named is equal 1.

           close fiscal-config.

           if field-named is equal 0 then
               exit program
           end-if.

           open input schema-config.

           if schema-stat is not equal "00" then
               exit program
           end-if.

           set config-eof to 0.

           perform match-schema-line
               until config-eof is equal 1
               or found is equal 1.

           close schema-config.

           exit program.

       match-fiscal-line.
           read fiscal-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field
           end-unstring.

           if cfg-table is equal db-table
           and cfg-field is not equal spaces then
               move cfg-field to date-field
               set field-named to 1
           end-if.

           exit paragraph.

       match-schema-line.
           read schema-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize schema-fields.
           set sch-offset to 0.
           set sch-length to 0.

           unstring schema-record delimited by all X"20"
               into sch-table, sch-field,
                    sch-offset-text, sch-length-text
           end-unstring.

           if sch-table is not equal db-table
           or sch-field is not equal date-field then
               exit paragraph
           end-if.

           if sch-offset-text is not equal spaces then
               move function trim(sch-offset-text) to sch-offset
           end-if.

           if sch-length-text is not equal spaces then
               move function trim(sch-length-text) to sch-length
           end-if.

           if sch-offset is equal 0
           or sch-length is less than 8
           or sch-offset + 7 is greater than 1024 then
               exit paragraph
           end-if.

           move sch-offset to date-offset.
           set found to 1.

           exit paragraph.

       end program fiscal-date-position.

      *****************************************

       identification division.
       program-id. fiscal-posting-check.

      ************************************************************
      * THE PERIOD-CLOSE POSTING LOCK -- row-valid 0 WHEN THE ROW
      * AS IT STANDS, OR AS IT WOULD BE AFTER THE CHANGE, IS DATED
      * IN A CLOSED FISCAL PERIOD, WITH THE DATE FIELD'S NAME IN
      * bad-field. BOTH SIDES COUNT: A CLOSED MARCH ORDER CANNOT
      * BE CHANGED, AND AN OPEN ORDER CANNOT BE RE-DATED INTO
      * CLOSED MARCH EITHER. row-after IS BLANK FOR A DELETE. THE
      * ROW AS IT STANDS IS THE CALLER'S row-before WHEN GIVEN
      * (IN THE CLEAR), ELSE A db-query BY KEY -- THE SAME CHOICE
      * db-validate-row OFFERS. A TABLE WITH NO fiscaldate.cfg
      * LINE, AND A ROW WITH NO DATE, PASS UNCHECKED.
      ************************************************************

       data division.

       working-storage section.
       77 date-field    pic x(30).
       77 date-offset   pic 9(4).
       77 date-found    pic 9.
       77 row-date      pic x(8).
       77 fiscal-year   pic 9(4).
       77 fiscal-period pic 9(2).
       77 period-status pic x(6).
       77 period-found  pic 9.
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
       01 row-valid  pic 9.
       01 bad-field  pic x(30).
       01 row-before pic x(1024).

       procedure division using db-table, db-key, row-after,
                           row-valid, bad-field,
                           optional row-before.

           set row-valid to 1.

           call "fiscal-date-position"
           using by content db-table,
           by reference date-field,
           by reference date-offset,
           by reference date-found.

           if date-found is equal 0 then
               exit program
           end-if.

           if row-after is not equal spaces then
               move row-after(date-offset:8) to row-date
               perform judge-row-date

               if row-valid is equal 0 then
                   exit program
               end-if
           end-if.

           if address of row-before is not equal null then
               move row-before(date-offset:8) to row-date
               perform judge-row-date
               exit program
           end-if.

           if db-key is equal spaces then
               exit program
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
               move fetch-row-value(1)(date-offset:8) to row-date
               perform judge-row-date
           end-if.

           exit program.

      *    JUDGE-ROW-DATE -- row-date IN A CLOSED PERIOD REFUSES.
       judge-row-date.
           if row-date is not numeric then
               exit paragraph
           end-if.

           call "fiscal-period-of"
           using by content row-date,
           by reference fiscal-year,
           by reference fiscal-period,
           by reference period-status,
           by reference period-found.

           if period-found is equal 1
           and period-status is equal "CLOSED" then
               set row-valid to 0
               move date-field to bad-field
           end-if.

           exit paragraph.

       end program fiscal-posting-check.

      *****************************************

       identification division.
       program-id. fiscal-period-set.

      ************************************************************
      * OPENS OR CLOSES ONE FISCAL PERIOD -- THE ONE PLACE fiscal.dat
      * IS REWRITTEN FOR A STATUS CHANGE, SHARED BY period-close
      * AND THE CONTROLLER'S /maintain/periods SCREEN. THE WHOLE
      * CALENDAR IS READ, THE ONE LINE CHANGED AND THE FILE WRITTEN
      * BACK UNDER THE "_FISCAL" LOCK, SO TWO CHANGES CANNOT LOSE
      * ONE ANOTHER. THE CHANGE GOES TO THE SEALED AUDIT TRAIL AS
      * ACTION "CLOSE" OR "REOPEN" ON TABLE "fiscalperiod", KEY
      * YYYYPP, WITH THE CALENDAR LINE BEFORE AND AFTER AND THE
      * CHANGER AS THE SOURCE -- audit-inquiry SHOWS IT LIKE ANY
      * ROW CHANGE. change-result: 1 DONE, 2 ALREADY IN THAT
      * STATE, 0 NO SUCH PERIOD OR THE CALENDAR COULD NOT BE
      * WRITTEN.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select calendar-file assign to dynamic calendar-file-name
           organization is line sequential
           file status is calendar-stat.

           select audit-file assign to dynamic audit-file-name
           organization is line sequential
           file status is audit-stat.

       data division.

       file section.
       fd calendar-file.
       01 calendar-record pic x(145).

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

       working-storage section.
       77 calendar-stat pic xx.
       77 calendar-eof  pic 9.
       77 audit-stat    pic xx.
       77 calendar-file-name pic x(64).
       77 audit-file-name    pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).
       77 audit-timestamp pic x(29).
       77 audit-days    pic 9(4) value 0.
       77 lock-table    pic x(30) value "_FISCAL".
       77 lock-key      pic x(50).
       77 lock-status   pic 9.
       77 seal-lock-table pic x(30) value "_SEAL".
       77 seal-lock-key pic x(50).
       77 seal-lock-status pic 9.
       77 seal-value    pic x(16).
       77 seal-length   pic 9(4).
       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       01 calendar-table.
           05 calendar-line occurs 240 times pic x(145).
           05 calendar-size pic 9(3).
       77 l             pic 9(3).
       77 hit-line      pic 9(3).
       77 before-line   pic x(145).

       01 period-entry.
           05 fp-year    pic x(4).
           05 filler     pic x(1).
           05 fp-period  pic x(2).
           05 filler     pic x(1).
           05 fp-start   pic x(8).
           05 filler     pic x(1).
           05 fp-end     pic x(8).
           05 filler     pic x(1).
           05 fp-status  pic x(6).
           05 filler     pic x(1).
           05 fp-stamp   pic x(14).
           05 filler     pic x(1).
           05 fp-by      pic x(32).
           05 filler     pic x(1).
           05 fp-reason  pic x(64).

       77 year-text     pic 9(4).
       77 period-text   pic 9(2).

       linkage section.
       01 fiscal-year   pic 9(4).
       01 fiscal-period pic 9(2).
       01 new-status    pic x(6).
       01 changed-by    pic x(32).
       01 change-reason pic x(64).
       01 change-result pic 9.

       procedure division using fiscal-year, fiscal-period,
                           new-status, changed-by, change-reason,
                           change-result.

           set change-result to 0.

           if new-status is not equal "OPEN"
           and new-status is not equal "CLOSED" then
               exit program
           end-if.

           set tenant-stem to "fiscal".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference calendar-file-name.

           set tenant-stem to "audit".
           set tenant-ext to "log".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference audit-file-name.

           move calendar-file-name(1:50) to lock-key.
           set lock-status to 0.

           call "db-lock-acquire"
           using by content lock-table,
           by content lock-key,
           by reference lock-status.

           if lock-status is not equal 1 then
               exit program
           end-if.

           perform load-calendar.

           move fiscal-year to year-text.
           move fiscal-period to period-text.
           set hit-line to 0.

           perform find-period-line
               varying l from 1 by 1
               until l is greater than calendar-size
               or hit-line is greater than 0.

           if hit-line is equal 0 then
               perform release-calendar-lock
               exit program
           end-if.

           move calendar-line(hit-line) to period-entry.

           if fp-status is equal spaces then
               set fp-status to "OPEN"
           end-if.

           if fp-status is equal new-status then
               set change-result to 2
               perform release-calendar-lock
               exit program
           end-if.

           move calendar-line(hit-line) to before-line.

           move new-status to fp-status.
           move function current-date(1:14) to fp-stamp.
           move changed-by to fp-by.
           move change-reason to fp-reason.
           move period-entry to calendar-line(hit-line).

           open output calendar-file.

           if calendar-stat is not equal "00" then
               perform release-calendar-lock
               exit program
           end-if.

           perform write-one-line
               varying l from 1 by 1
               until l is greater than calendar-size.

           close calendar-file.

           perform release-calendar-lock.

           set change-result to 1.

           perform write-audit-record.
           perform log-status-change.

           exit program.

      *    LOAD-CALENDAR -- EVERY LINE, AS IT STANDS, INTO MEMORY.
       load-calendar.
           set calendar-size to 0.

           open input calendar-file.

           if calendar-stat is not equal "00" then
               exit paragraph
           end-if.

           set calendar-eof to 0.

           perform load-one-line until calendar-eof is equal 1.

           close calendar-file.

           exit paragraph.

       load-one-line.
           read calendar-file
               at end
                   set calendar-eof to 1
                   exit paragraph
           end-read.

           if calendar-size is equal 240 then
               exit paragraph
           end-if.

           add 1 to calendar-size.
           move calendar-record to calendar-line(calendar-size).

           exit paragraph.

       find-period-line.
           move calendar-line(l) to period-entry.

           if fp-year is equal year-text
           and fp-period is equal period-text then
               move l to hit-line
           end-if.

           exit paragraph.

       write-one-line.
           move calendar-line(l) to calendar-record.
           write calendar-record.

           exit paragraph.

       release-calendar-lock.
           call "db-lock-release"
           using by content lock-table,
           by content lock-key.

           exit paragraph.

      *    WRITE-AUDIT-RECORD -- THE SAME SEALED, FIXED-POSITION
      *    AUDIT LINE db-update WRITES FOR A ROW CHANGE, UNDER THE
      *    SAME _SEAL LOCK.
       write-audit-record.
           call "date-utc"
           using by reference audit-timestamp,
           by content audit-days.

           move audit-file-name(1:50) to seal-lock-key.
           set seal-lock-status to 0.

           call "db-lock-acquire"
           using by content seal-lock-table,
           by content seal-lock-key,
           by reference seal-lock-status.

           open extend audit-file.
           if audit-stat is equal "35" then
               open output audit-file
           end-if.

           move spaces to audit-record.
           move audit-timestamp to audit-stamp.

           if new-status is equal "CLOSED" then
               move "CLOSE" to audit-action
           else
               move "REOPEN" to audit-action
           end-if.

           move "fiscalperiod" to audit-table.
           move spaces to audit-key.
           string
               year-text delimited by size
               period-text delimited by size
               into audit-key
           end-string.
           move changed-by to audit-source.
           move before-line to audit-before.
           move period-entry to audit-after.

           set seal-length to 2201.

           call "seal-chain-next"
           using by content audit-file-name,
           by content audit-record,
           by content seal-length,
           by reference seal-value.

           move seal-value to audit-seal.

           write audit-record.

           close audit-file.

           if seal-lock-status is equal 1 then
               call "db-lock-release"
               using by content seal-lock-table,
               by content seal-lock-key
           end-if.

           exit paragraph.

       log-status-change.
           move "INFO" to log-level.
           move "fiscal-period-set" to log-source.
           set log-text to spaces.
           string
               "FISCAL PERIOD " delimited by size
               year-text delimited by size
               "/" delimited by size
               period-text delimited by size
               " NOW " delimited by size
               function trim(new-status) delimited by size
               " BY " delimited by size
               function trim(changed-by) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program fiscal-period-set.

      *****************************************

       identification division.
       program-id. fiscal-calendar-build.

      ************************************************************
      * WRITES ONE FISCAL YEAR ONTO THE CALENDAR -- TWELVE PERIODS
      * IN FOUR QUARTERS OF 4-4-5 WEEKS (FISCAL_PATTERN 454 OR 544
      * FOR THE OTHER SHAPES), STARTING ON FISCAL_YEAR_START.
      * FISCAL_YEAR_WEEKS=53 GIVES THE LAST PERIOD THE EXTRA WEEK
      * OF A LONG YEAR. SETTINGS:
      *
      *     FISCAL_YEAR        THE YEAR'S NAME, YYYY (REQUIRED)
      *     FISCAL_YEAR_START  ITS FIRST DAY, YYYYMMDD (REQUIRED)
      *     FISCAL_PATTERN     445 (DEFAULT), 454 OR 544
      *     FISCAL_YEAR_WEEKS  52 (DEFAULT) OR 53
      *
      * REBUILDING A YEAR REPLACES ITS LINES -- BUT NEVER ONCE ONE
      * OF ITS PERIODS IS CLOSED, AND NEVER OVER THE DAYS OF
      * ANOTHER YEAR ALREADY ON THE CALENDAR. EITHER REFUSAL ENDS
      * WITH return-code 8 AND THE CALENDAR UNTOUCHED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select calendar-file assign to dynamic calendar-file-name
           organization is line sequential
           file status is calendar-stat.

       data division.

       file section.
       fd calendar-file.
       01 calendar-record pic x(145).

       working-storage section.
       77 calendar-stat pic xx.
       77 calendar-eof  pic 9.
       77 calendar-file-name pic x(64).
       77 tenant-stem   pic x(16) value "fiscal".
       77 tenant-ext    pic x(4) value "dat".
       77 lock-table    pic x(30) value "_FISCAL".
       77 lock-key      pic x(50).
       77 lock-status   pic 9.
       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       77 env-year      pic x(4).
       77 env-start     pic x(8).
       77 env-pattern   pic x(3).
       77 env-weeks     pic x(2).
       77 build-year    pic 9(4).
       77 year-first    pic x(8).
       77 year-last     pic x(8).
       77 day-number    pic 9(7).
       77 end-number    pic 9(7).
       77 date-number   pic 9(8).
       77 period-weeks  pic 9(2).
       77 p             pic 9(2).
       77 pattern-slot  pic 9.
       77 closed-lines  pic 9(3).
       77 overlap-year  pic x(4).

       01 calendar-table.
           05 calendar-line occurs 240 times pic x(145).
           05 calendar-size pic 9(3).
       77 l             pic 9(3).

       01 period-entry.
           05 fp-year    pic x(4).
           05 filler     pic x(1).
           05 fp-period  pic 9(2).
           05 filler     pic x(1).
           05 fp-start   pic x(8).
           05 filler     pic x(1).
           05 fp-end     pic x(8).
           05 filler     pic x(1).
           05 fp-status  pic x(6).
           05 filler     pic x(1).
           05 fp-stamp   pic x(14).
           05 filler     pic x(1).
           05 fp-by      pic x(32).
           05 filler     pic x(1).
           05 fp-reason  pic x(64).

       procedure division.

           set env-year to spaces.
           accept env-year from environment "FISCAL_YEAR".
           set env-start to spaces.
           accept env-start from environment "FISCAL_YEAR_START".
           set env-pattern to spaces.
           accept env-pattern from environment "FISCAL_PATTERN".
           set env-weeks to spaces.
           accept env-weeks from environment "FISCAL_YEAR_WEEKS".

           if env-year is not numeric
           or env-start is not numeric then
               display "FISCAL_YEAR (YYYY) AND FISCAL_YEAR_START "
                   "(YYYYMMDD) ARE REQUIRED"
               move 8 to return-code
               goback
           end-if.

           if env-pattern is equal spaces then
               set env-pattern to "445"
           end-if.

           if env-pattern is not equal "445"
           and env-pattern is not equal "454"
           and env-pattern is not equal "544" then
               display "FISCAL_PATTERN MUST BE 445, 454 OR 544"
               move 8 to return-code
               goback
           end-if.

           if env-weeks is equal spaces then
               set env-weeks to "52"
           end-if.

           if env-weeks is not equal "52"
           and env-weeks is not equal "53" then
               display "FISCAL_YEAR_WEEKS MUST BE 52 OR 53"
               move 8 to return-code
               goback
           end-if.

           move env-year to build-year.
           move env-start to year-first.

           compute day-number = function integer-of-date(
               function numval(year-first)).

           if env-weeks is equal "53" then
               compute end-number = day-number + 53 * 7 - 1
           else
               compute end-number = day-number + 52 * 7 - 1
           end-if.

           compute date-number =
               function date-of-integer(end-number).
           move date-number to year-last.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference calendar-file-name.

           move calendar-file-name(1:50) to lock-key.
           set lock-status to 0.

           call "db-lock-acquire"
           using by content lock-table,
           by content lock-key,
           by reference lock-status.

           if lock-status is not equal 1 then
               display "FISCAL CALENDAR IS LOCKED - TRY AGAIN"
               move 8 to return-code
               goback
           end-if.

           set closed-lines to 0.
           set overlap-year to spaces.

           perform load-other-years.

           if closed-lines is greater than 0 then
               perform release-calendar-lock
               display "FISCAL YEAR " env-year
                   " HAS A CLOSED PERIOD - NOT REBUILT"
               move 8 to return-code
               goback
           end-if.

           if overlap-year is not equal spaces then
               perform release-calendar-lock
               display "FISCAL YEAR " env-year
                   " WOULD OVERLAP FISCAL YEAR " overlap-year
               move 8 to return-code
               goback
           end-if.

           if calendar-size is greater than 228 then
               perform release-calendar-lock
               display "FISCAL CALENDAR IS FULL"
               move 8 to return-code
               goback
           end-if.

           perform add-one-period
               varying p from 1 by 1
               until p is greater than 12.

           open output calendar-file.

           if calendar-stat is not equal "00" then
               perform release-calendar-lock
               display "FISCAL CALENDAR COULD NOT BE WRITTEN"
               move 8 to return-code
               goback
           end-if.

           perform write-one-line
               varying l from 1 by 1
               until l is greater than calendar-size.

           close calendar-file.

           perform release-calendar-lock.

           display "FISCAL YEAR " env-year " BUILT: "
               year-first " TO " year-last " (" env-pattern ")".

           move "INFO" to log-level.
           move "fiscal-calendar-build" to log-source.
           set log-text to spaces.
           string
               "FISCAL YEAR " delimited by size
               env-year delimited by size
               " BUILT " delimited by size
               year-first delimited by size
               " TO " delimited by size
               year-last delimited by size
               " PATTERN " delimited by size
               env-pattern delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           goback.

      *    LOAD-OTHER-YEARS -- THE CALENDAR AS IT STANDS, LESS THE
      *    YEAR BEING BUILT; NOTES A CLOSED PERIOD IN THAT YEAR
      *    AND ANY OTHER YEAR'S PERIOD OVERLAPPING ITS DAYS.
       load-other-years.
           set calendar-size to 0.

           open input calendar-file.

           if calendar-stat is not equal "00" then
               exit paragraph
           end-if.

           set calendar-eof to 0.

           perform load-one-line until calendar-eof is equal 1.

           close calendar-file.

           exit paragraph.

       load-one-line.
           read calendar-file
               at end
                   set calendar-eof to 1
                   exit paragraph
           end-read.

           move calendar-record to period-entry.

           if fp-year is equal env-year then
               if fp-status is equal "CLOSED" then
                   add 1 to closed-lines
               end-if
               exit paragraph
           end-if.

           if fp-start is numeric
           and fp-end is numeric
           and fp-start is not greater than year-last
           and fp-end is not less than year-first then
               move fp-year to overlap-year
           end-if.

           if calendar-size is equal 240 then
               exit paragraph
           end-if.

           add 1 to calendar-size.
           move calendar-record to calendar-line(calendar-size).

           exit paragraph.

      *    ADD-ONE-PERIOD -- PERIOD p: ITS QUARTER'S PATTERN DIGIT
      *    IN WEEKS, FROM THE DAY AFTER THE LAST PERIOD ENDED.
       add-one-period.
           compute pattern-slot = function mod(p - 1, 3) + 1.
           move env-pattern(pattern-slot:1) to period-weeks.

           if p is equal 12
           and env-weeks is equal "53" then
               add 1 to period-weeks
           end-if.

           compute end-number = day-number + period-weeks * 7 - 1.

           move spaces to period-entry.
           move env-year to fp-year.
           move p to fp-period.
           compute date-number = function date-of-integer(day-number).
           move date-number to fp-start.
           compute date-number = function date-of-integer(end-number).
           move date-number to fp-end.
           set fp-status to "OPEN".
           move function current-date(1:14) to fp-stamp.
           set fp-by to "fiscal-calendar-build".

           add 1 to calendar-size.
           move period-entry to calendar-line(calendar-size).

           compute day-number = end-number + 1.

           exit paragraph.

       write-one-line.
           move calendar-line(l) to calendar-record.
           write calendar-record.

           exit paragraph.

       release-calendar-lock.
           call "db-lock-release"
           using by content lock-table,
           by content lock-key.

           exit paragraph.

       end program fiscal-calendar-build.

      *****************************************

       identification division.
       program-id. period-close.

      ************************************************************
      * THE BATCH STREAM'S PERIOD-CLOSE STEP -- MARKS ONE FISCAL
      * PERIOD CLOSED, AFTER WHICH db-update AND db-delete REFUSE
      * EVERY CHANGE TO A ROW DATED IN IT. CLOSE_PERIOD NAMES THE
      * PERIOD (YYYYPP, OR CURRENT); UNSET IT IS PRIOR -- THE
      * PERIOD BEFORE THE ONE THE BUSINESS DATE FALLS IN, WHICH IS
      * THE ONE A MONTH-END STREAM RUN AFTER date-roll MEANS. A
      * PERIOD NOT ON THE CALENDAR ENDS WITH return-code 8; ONE
      * ALREADY CLOSED IS REPORTED AND LEFT ALONE.
      ************************************************************

       data division.

       working-storage section.
       77 close-select  pic x(8).
       77 range-start   pic x(8).
       77 range-end     pic x(8).
       77 fiscal-year   pic 9(4).
       77 fiscal-period pic 9(2).
       77 range-found   pic 9.
       77 new-status    pic x(6) value "CLOSED".
       77 changed-by    pic x(32) value "period-close".
       77 change-reason pic x(64) value "PERIOD-END CLOSE".
       77 change-result pic 9.

       procedure division.

           set close-select to spaces.
           accept close-select from environment "CLOSE_PERIOD".

           if close-select is equal spaces then
               set close-select to "PRIOR"
           end-if.

           call "fiscal-period-range"
           using by content close-select,
           by reference range-start,
           by reference range-end,
           by reference fiscal-year,
           by reference fiscal-period,
           by reference range-found.

           if range-found is equal 0
           or fiscal-period is equal 0 then
               display "NO FISCAL PERIOD "
                   function trim(close-select) " ON THE CALENDAR"
               move 8 to return-code
               goback
           end-if.

           set change-result to 0.

           call "fiscal-period-set"
           using by content fiscal-year,
           by content fiscal-period,
           by content new-status,
           by content changed-by,
           by content change-reason,
           by reference change-result.

           evaluate change-result
               when 1
                   display "FISCAL PERIOD " fiscal-year "/"
                       fiscal-period " CLOSED (" range-start
                       " TO " range-end ")"
               when 2
                   display "FISCAL PERIOD " fiscal-year "/"
                       fiscal-period " WAS ALREADY CLOSED"
               when other
                   display "FISCAL PERIOD " fiscal-year "/"
                       fiscal-period " COULD NOT BE CLOSED"
                   move 8 to return-code
           end-evaluate.

           goback.

       end program period-close.

      *****************************************

       identification division.
       program-id. http-maintain-periods.

      ************************************************************
      * GET /maintain/periods -- THE FISCAL CALENDAR, PERIOD BY
      * PERIOD, WITH EACH ONE'S STATUS AND WHO LAST CHANGED IT.
      * ANY SIGNED-IN USER MAY LOOK; A controller ALSO GETS A
      * REOPEN FORM ON EVERY CLOSED PERIOD (A REASON IS REQUIRED,
      * AND GOES TO THE AUDIT TRAIL) AND A CLOSE FORM ON EVERY
      * OPEN ONE, BOTH POSTING TO /maintain/periodset. STREAMED --
      * TWENTY YEARS OF PERIODS OUTGROW ONE sendtext_http BUFFER.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select calendar-file assign to dynamic calendar-file-name
           organization is line sequential
           file status is calendar-stat.

       data division.

       file section.
       fd calendar-file.
       01 calendar-record.
           05 fp-year    pic x(4).
           05 filler     pic x(1).
           05 fp-period  pic x(2).
           05 filler     pic x(1).
           05 fp-start   pic x(8).
           05 filler     pic x(1).
           05 fp-end     pic x(8).
           05 filler     pic x(1).
           05 fp-status  pic x(6).
           05 filler     pic x(1).
           05 fp-stamp   pic x(14).
           05 filler     pic x(1).
           05 fp-by      pic x(32).
           05 filler     pic x(1).
           05 fp-reason  pic x(64).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       77 calendar-stat pic xx.
       77 calendar-eof  pic 9.
       77 calendar-file-name pic x(64).
       77 tenant-stem   pic x(16) value "fiscal".
       77 tenant-ext    pic x(4) value "dat".
       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 shown-status  pic x(6).

       01 piece-data    pic x(4096).
       77 piece-pointer pic 9(5).
       77 piece-size    pic 9(5).
       77 chunk-size    pic 9(4).
       77 chunk-start   pic 9(5).

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

           set user-role to spaces.
           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference calendar-file-name.

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

           call "notice-banner"
           using by reference piece-data,
           by reference piece-pointer.

           string
               "<h1>Fiscal periods</h1>" X"0A"
               "<table><tr><th>Year</th><th>Period</th>"
               "<th>From</th><th>To</th><th>Status</th>"
               "<th>Changed</th><th>By</th><th>Reason</th>"
               "<th></th></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           open input calendar-file.

           if calendar-stat is equal "00" then
               set calendar-eof to 0
               perform render-one-period until calendar-eof is equal 1
               close calendar-file
           end-if.

           string
               "</table>" X"0A"
               "<p><a href=" X"22" "/maintain" X"22"
               ">Back</a></p></body></html>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           call "sendstream_close"
           using by content connect.

           exit program.

      *    RENDER-ONE-PERIOD -- ONE CALENDAR LINE AS A TABLE ROW,
      *    WITH THE CONTROLLER'S FORM IN THE LAST CELL.
       render-one-period.
           read calendar-file
               at end
                   set calendar-eof to 1
                   exit paragraph
           end-read.

           if fp-year is not numeric
           or fp-period is not numeric then
               exit paragraph
           end-if.

           move fp-status to shown-status.
           if shown-status is equal spaces then
               set shown-status to "OPEN"
           end-if.

           string
               "<tr><td>" fp-year "</td><td>" fp-period
               "</td><td>" fp-start "</td><td>" fp-end
               "</td><td>" function trim(shown-status)
               "</td><td>" fp-stamp
               "</td><td>" function trim(fp-by)
               "</td><td>" function trim(fp-reason)
               "</td><td>"
               into piece-data
               with pointer piece-pointer
           end-string.

           if user-role is equal "controller" then
               string
                   "<form method=" X"22" "POST" X"22"
                   " action=" X"22" "/maintain/periodset" X"22" ">"
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "year" X"22"
                   " value=" X"22" fp-year X"22" ">"
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "period" X"22"
                   " value=" X"22" fp-period X"22" ">"
                   "<input name=" X"22" "reason" X"22"
                   " maxlength=" X"22" "64" X"22" ">"
                   into piece-data
                   with pointer piece-pointer
               end-string

               if shown-status is equal "CLOSED" then
                   string
                       "<input type=" X"22" "hidden" X"22"
                       " name=" X"22" "status" X"22"
                       " value=" X"22" "OPEN" X"22" ">"
                       "<input type=" X"22" "submit" X"22"
                       " value=" X"22" "Reopen" X"22" ">"
                       into piece-data
                       with pointer piece-pointer
                   end-string
               else
                   string
                       "<input type=" X"22" "hidden" X"22"
                       " name=" X"22" "status" X"22"
                       " value=" X"22" "CLOSED" X"22" ">"
                       "<input type=" X"22" "submit" X"22"
                       " value=" X"22" "Close" X"22" ">"
                       into piece-data
                       with pointer piece-pointer
                   end-string
               end-if

               string
                   "</form>"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               "</td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

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

       end program http-maintain-periods.

      *****************************************

       identification division.
       program-id. http-maintain-periodset.

      ************************************************************
      * POST /maintain/periodset -- A controller OPENS OR CLOSES
      * ONE FISCAL PERIOD (year, period, status OPEN OR CLOSED,
      * reason). ONLY THE controller ROLE PASSES; ANYONE ELSE GETS
      * THE BARE 403 THE OTHER MAINTENANCE GATES SEND. A REOPEN
      * MUST SAY WHY -- THE REASON IS KEPT ON THE CALENDAR LINE
      * AND IN THE AUDIT TRAIL BESIDE THE CONTROLLER'S NAME.
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

       77 body-length   pic 9(6).
       77 f             pic 9(3).
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 form-year     pic x(4).
       77 form-period   pic x(2).
       77 fiscal-year   pic 9(4).
       77 fiscal-period pic 9(2).
       77 new-status    pic x(6).
       77 changed-by    pic x(32).
       77 change-reason pic x(64).
       77 change-result pic 9.
       77 outcome-text  pic x(80).
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

           set user-role to spaces.
           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           if session-found is not equal 1
           or user-role is not equal "controller" then
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

           set form-year to spaces.
           set form-period to spaces.
           set new-status to spaces.
           set change-reason to spaces.

           perform take-one-field
               varying f from 1 by 1
               until f is greater than parse-get-size.

           set change-result to 0.
           set outcome-text to spaces.

           evaluate true
               when form-year is not numeric
               or form-period is not numeric
                   set outcome-text to "No such fiscal period."
               when new-status is not equal "OPEN"
               and new-status is not equal "CLOSED"
                   set outcome-text to "Status must be OPEN or CLOSED."
               when new-status is equal "OPEN"
               and change-reason is equal spaces
                   set outcome-text to
                       "A reopened period needs a reason."
               when other
                   move form-year to fiscal-year
                   move form-period to fiscal-period
                   move user-name to changed-by
                   call "fiscal-period-set"
                   using by content fiscal-year,
                   by content fiscal-period,
                   by content new-status,
                   by content changed-by,
                   by content change-reason,
                   by reference change-result
                   evaluate change-result
                       when 1
                           set outcome-text to "Period updated."
                       when 2
                           set outcome-text to
                               "Period was already in that state."
                       when other
                           set outcome-text to
                               "No such fiscal period."
                   end-evaluate
           end-evaluate.

           set response-headers-size to 0.

           if change-result is equal 0 then
               set status-code to 400
               set status-text to "Bad Request"
           else
               set status-code to 200
               set status-text to "OK"
           end-if.

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Fiscal period " form-year "/"
               form-period "</h1>" X"0A"
               "<p>" function trim(outcome-text) "</p>" X"0A"
               "<p><a href=" X"22" "/maintain/periods" X"22"
               ">Back to the calendar</a></p></body></html>" X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       take-one-field.
           evaluate get-name(f)
               when "year"
                   move get-value(f)(1:4) to form-year
               when "period"
                   move get-value(f)(1:2) to form-period
               when "status"
                   move get-value(f)(1:6) to new-status
               when "reason"
                   move get-value(f)(1:64) to change-reason
           end-evaluate.

           exit paragraph.

      *    SEND-FORBIDDEN -- THE SAME BARE 403 AS
      *    code-check-maintainer.
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

       end program http-maintain-periodset.
