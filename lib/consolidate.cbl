       identification division.
       program-id. consolidated-report.

      ************************************************************
      * GROUP-WIDE FIGURES FOR HEAD OFFICE -- TENANT PARTITIONING
      * KEEPS EACH DEPARTMENT'S ROWS APART, SO "TOTAL ORDERS
      * ACROSS THE GROUP" MEANT RUNNING report-writer ONCE PER
      * TENANT AND ADDING THE PRINTOUTS UP BY HAND. THIS RUN TAKES
      * ONE DEFINITION AND WALKS IT THROUGH THE PARTITION OF EVERY
      * TENANT IN tenants.cfg (list-tenants), THEN WRITES ONE
      * REPORT -- A SECTION PER TENANT, THE GROUP TOTAL, AND THE
      * ELIMINATIONS THAT TAKE INTER-DEPARTMENT BUSINESS BACK OUT
      * SO THE GROUP DOES NOT COUNT ITS OWN INTERNAL SALES AS
      * REVENUE.
      *
      * THE DEFINITION IS EITHER A reports.cfg DECLARATION
      * (CONSOLIDATE_REPORT -- ITS TABLE, ITS SELECTION AND ITS
      * SUM FIELDS; THE SORT AND BREAK FIELDS HAVE NO MEANING HERE
      * AND ARE IGNORED) OR AN AGGREGATE GIVEN DIRECTLY
      * (CONSOLIDATE_TABLE WITH CONSOLIDATE_FIELDS, A COMMA LIST OF
      * UP TO FIVE NUMERIC FIELDS, EVERY ROW). EITHER WAY EACH
      * TENANT SHOWS ITS ROW COUNT AND THE FIELDS' SUMS. A ROW
      * WHOSE CONSOLIDATE_ELIM_FIELD HOLDS CONSOLIDATE_ELIM_VALUE
      * (DEFAULT "Y") IS INTER-DEPARTMENT: IT STAYS IN THE
      * TENANT'S GROSS FIGURE AND IS SHOWN AGAIN ON THE TENANT'S
      * ELIMINATION LINE, AND THE GROUP TOTAL IS GROSS LESS
      * ELIMINATIONS. EVERY FIELD NAMED IS A schemas.cfg
      * DECLARATION ON THE TABLE; AN AMOUNT WITH A CURRENCY
      * COMPANION IS TOTALLED IN REPORT_CURRENCY (OR THE BASE)
      * AT EACH ROW'S OWN BUSINESS-DATE RATE, AS IN report-writer.
      *
      * A TENANT IS NEVER QUIETLY LEFT OUT. ONE WHOSE PARTITION
      * HAS NO DATA FILE OR CANNOT BE READ, OR WHOSE LAYOUT
      * REGISTER (layouts.dat, lib/layout.cbl) SHOWS THE TABLE
      * STILL PACKED UNDER A LAYOUT THAT LACKS A FIELD NAMED OR
      * HOLDS IT ELSEWHERE, IS LISTED UNDER EXCEPTIONS WITH THE
      * REASON, AND ITS FIGURES ARE NOT IN THE TOTAL. ROWS WITH NO
      * RATE ON FILE ARE LEFT OUT OF THEIR TENANT'S FIGURE AND
      * COUNTED UNDER EXCEPTIONS TOO.
      *
      * ONLY AN ACTIVE ACCOUNT WITH ROLE groupreport (OR admin)
      * MAY RUN IT -- CONSOLIDATE_USER, DEFAULT USER. THE REPORT
      * IS "group-<name>.YYYYMMDD.rpt" (THE AGGREGATE FORM IS NAMED
      * AFTER ITS TABLE) AND IS DELIBERATELY NOT CATALOGUED: THE
      * /reports VIEWER AND THE SUBSCRIBER MAILINGS SERVE THE
      * DEPARTMENTS, AND THIS REPORT SHOWS EVERY DEPARTMENT'S
      * FIGURES. RUN WITHOUT TENANT SET. FINISHES 8 WHEN IT CANNOT
      * RUN, 4 WHEN THERE ARE EXCEPTIONS, 0 OTHERWISE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select report-config assign to "reports.cfg"
           organization is line sequential
           file status is config-stat.

           select schema-config assign to "schemas.cfg"
           organization is line sequential
           file status is schema-stat.

           select user-file assign to "users.dat"
           organization is indexed
           access mode is dynamic
           record key is user-name
           file status is user-stat.

           select database-file assign to dynamic database-file-name
           organization is indexed
           access mode is dynamic
           record key is db-fullkey
           file status is database-stat.

           select history-file assign to dynamic history-file-name
           organization is line sequential
           file status is history-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd report-config.
       01 config-record pic x(256).

       fd schema-config.
       01 schema-record pic x(128).

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

       fd database-file.
       01 database-record.
           05 db-fullkey.
               10 rec-table pic x(30).
               10 rec-key   pic x(50).
           05 rec-value pic x(1024).

       fd history-file.
       01 history-record.
           05 lh-table       pic x(30).
           05 filler         pic x(1).
           05 lh-version     pic 9(3).
           05 filler         pic x(1).
           05 lh-date        pic x(8).
           05 filler         pic x(1).
           05 lh-stamp       pic x(14).
           05 filler         pic x(1).
           05 lh-kind        pic x(8).
           05 filler         pic x(1).
           05 lh-rows        pic 9(7).
           05 filler         pic x(1).
           05 lh-declaration pic x(128).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       01 active-tenant pic x(30) external.

       77 config-stat  pic xx.
       77 schema-stat  pic xx.
       77 user-stat    pic xx.
       77 database-stat pic xx.
       77 history-stat pic xx.
       77 report-stat  pic xx.
       77 config-eof   pic 9.
       77 schema-eof   pic 9.
       77 history-eof  pic 9.
       77 scan-done    pic 9.
       77 database-file-name pic x(64).
       77 history-file-name pic x(64).
       77 report-path  pic x(64).
       77 tenant-stem  pic x(16).
       77 tenant-ext   pic x(4).
       77 report-date  pic x(8).
       77 tenant-env   pic x(30).
       77 saved-tenant pic x(30).

      *    SETTINGS.
       77 run-user     pic x(64).
       77 want-report  pic x(30).
       77 want-table   pic x(30).
       77 want-fields  pic x(160).
       77 elim-field   pic x(30).
       77 elim-value   pic x(64).
       77 found-report pic 9.

       01 report-decl.
           05 rpt-name   pic x(30).
           05 rpt-table  pic x(30).
           05 rpt-sel-field   pic x(30).
           05 rpt-sel-value   pic x(64).
           05 rpt-sort-field  pic x(30).
           05 rpt-break-field pic x(30).
           05 rpt-sum-list    pic x(160).

      *    SLOT 1 = SELECT, 2 = ELIMINATION FLAG, 3.. = SUMS.
       01 field-slots.
           05 field-slot occurs 7 times.
               10 fs-name    pic x(30).
               10 fs-offset  pic 9(4).
               10 fs-length  pic 9(4).
               10 fs-declared-length pic 9(4).
               10 fs-ccy-name    pic x(30).
               10 fs-date-name   pic x(30).
               10 fs-ccy-offset  pic 9(4).
               10 fs-ccy-length  pic 9(4).
               10 fs-date-offset pic 9(4).
               10 fs-layout-seen pic 9.
           05 field-slot-size pic 9(1).
       77 sum-base      pic 9(1) value 2.
       77 sum-count     pic 9(1).
       77 s             pic 9(1).
       77 k             pic 9(1).
       01 sum-parts.
           05 sum-part occurs 5 times pic x(30).

       01 schema-fields.
           05 sch-table  pic x(30).
           05 sch-field  pic x(30).
           05 sch-offset-text pic x(6).
           05 sch-length-text pic x(6).
           05 sch-rule   pic x(16).
           05 sch-maxlen-text pic x(64).
       77 sch-offset    pic 9(4).
       77 sch-length    pic 9(4).
       77 missing-field pic x(30).

      *    THE TENANTS AND THEIR FIGURES.
       01 tenant-list.
           05 tenant-name occurs 16 times pic x(30).
           05 tenant-list-size pic 9(2).
       77 t             pic 9(2).

       01 tenant-figures.
           05 tenant-figure occurs 16 times.
               10 tf-reported  pic 9.
               10 tf-rows      pic 9(7).
               10 tf-elim-rows pic 9(7).
               10 tf-unrated   pic 9(7).
               10 tf-sum  occurs 5 times pic s9(15)v9(2).
               10 tf-elim occurs 5 times pic s9(15)v9(2).

       01 group-figures.
           05 gross-rows pic 9(7).
           05 elim-rows  pic 9(7).
           05 gross-sum  occurs 5 times pic s9(15)v9(2).
           05 elim-sum   occurs 5 times pic s9(15)v9(2).
       77 reported-count pic 9(2).

       01 exception-list.
           05 exception-entry occurs 32 times.
               10 ex-tenant pic x(30).
               10 ex-reason pic x(96).
           05 exception-size pic 9(2).
       77 e             pic 9(2).
       77 exception-reason pic x(96).

      *    THE WALK.
       01 search-key.
           05 search-table pic x(30).
           05 search-key-rest pic x(50).
       77 key-tilde-hits pic 9(3).
       77 field-text    pic x(64).
       77 field-number  pic s9(13)v9(4).
       77 row-is-elim   pic 9.
       77 row-unrated   pic 9.
       01 row-sums.
           05 row-sum occurs 5 times pic s9(13)v9(4).
       77 layout-version pic 9(3).
       01 declaration-fields.
           05 dcl-table  pic x(30).
           05 dcl-field  pic x(30).
           05 dcl-offset-text pic x(6).
           05 dcl-length-text pic x(6).
       77 dcl-offset    pic 9(4).
       77 dcl-length    pic 9(4).

      *    MIXED-CURRENCY SUM FIELDS.
       77 any-currency    pic 9.
       77 report-currency pic x(3).
       77 row-currency    pic x(3).
       77 row-date        pic x(8).
       77 today-date      pic x(8).
       77 converted-number pic s9(13)v9(4).
       77 convert-status  pic 9.

      *    THE PAGE.
       77 line-pointer  pic 9(4).
       77 column-start  pic 9(4).
       77 count-edit    pic z(6)9.
       77 amount-edit   pic -(12)9.99.
       77 heading-text  pic x(16) justified right.
       77 line-label    pic x(30).
       77 line-rows     pic 9(7).
       01 line-amounts.
           05 line-amount occurs 5 times pic s9(15)v9(2).

       77 log-level     pic x(5).
       77 log-source    pic x(32) value "consolidated-report".
       77 log-text      pic x(256).

       procedure division.

           perform resolve-settings.

           if return-code is not equal 0 then
               goback
           end-if.

           perform check-run-user.

           if return-code is not equal 0 then
               goback
           end-if.

           perform load-definition.

           if return-code is not equal 0 then
               goback
           end-if.

           perform resolve-field-positions.

           perform check-one-declared
               varying s from 1 by 1
               until s is greater than field-slot-size
               or return-code is not equal 0.

           if return-code is not equal 0 then
               goback
           end-if.

           perform resolve-currency-companions.

           call "business-date"
           using by reference report-date.

           call "list-tenants"
           using by reference tenant-list.

           if tenant-list-size is equal 0 then
               display "NO TENANTS IN tenants.cfg - NOTHING TO"
                   " CONSOLIDATE"
               move 8 to return-code
               goback
           end-if.

           initialize tenant-figures.
           initialize group-figures.
           set exception-size to 0.
           set reported-count to 0.

      *    EACH TENANT IN TURN BECOMES THE ACTIVE ONE, SO EVERY
      *    FILE NAME RESOLVES TO ITS PARTITION; THE CALLER'S IS
      *    PUT BACK AFTERWARDS.
           move active-tenant to saved-tenant.

           perform consolidate-one-tenant
               varying t from 1 by 1
               until t is greater than tenant-list-size.

           move saved-tenant to active-tenant.

           perform write-report.

           if return-code is not equal 0 then
               goback
           end-if.

           move reported-count to count-edit.
           set log-text to spaces.
           string
               function trim(report-path) " WRITTEN BY "
               function trim(run-user) " - "
               function trim(count-edit) " TENANT(S) CONSOLIDATED"
               delimited by size
               into log-text
           end-string.

           if exception-size is greater than 0 then
               move exception-size to count-edit
               string
                   function trim(log-text) ", "
                   function trim(count-edit) " EXCEPTION(S)"
                   delimited by size
                   into log-text
               end-string
               move "WARN" to log-level
               move 4 to return-code
           else
               move "INFO" to log-level
           end-if.

           perform write-log.

           display function trim(log-text).

           goback.

      *    RESOLVE-SETTINGS -- THE ENVIRONMENT, CHECKED.
       resolve-settings.
           set tenant-env to spaces.
           accept tenant-env from environment "TENANT".

           if tenant-env is not equal spaces then
               display "RUN WITHOUT TENANT SET"
               move 8 to return-code
               exit paragraph
           end-if.

           set run-user to spaces.
           accept run-user from environment "CONSOLIDATE_USER".
           if run-user is equal spaces then
               accept run-user from environment "USER"
           end-if.

           set want-report to spaces.
           accept want-report from environment "CONSOLIDATE_REPORT".

           set want-table to spaces.
           accept want-table from environment "CONSOLIDATE_TABLE".

           set want-fields to spaces.
           accept want-fields from environment
               "CONSOLIDATE_FIELDS".

           set elim-field to spaces.
           accept elim-field from environment
               "CONSOLIDATE_ELIM_FIELD".

           set elim-value to spaces.
           accept elim-value from environment
               "CONSOLIDATE_ELIM_VALUE".
           if elim-value is equal spaces then
               set elim-value to "Y"
           end-if.

           if want-report is equal spaces
           and want-table is equal spaces then
               display "CONSOLIDATE_REPORT OR CONSOLIDATE_TABLE IS"
                   " REQUIRED"
               move 8 to return-code
               exit paragraph
           end-if.

           if want-report is not equal spaces
           and want-table is not equal spaces then
               display "GIVE CONSOLIDATE_REPORT OR CONSOLIDATE_TABLE,"
                   " NOT BOTH"
               move 8 to return-code
               exit paragraph
           end-if.

           exit paragraph.

      *    CHECK-RUN-USER -- GROUP FIGURES ARE FOR HEAD OFFICE.
       check-run-user.
           if run-user is equal spaces then
               display "CONSOLIDATE_USER IS REQUIRED"
               move 8 to return-code
               exit paragraph
           end-if.

           open input user-file.

           if user-stat is not equal "00" then
               display "THE USER FILE CANNOT BE READ"
               move 8 to return-code
               exit paragraph
           end-if.

           move run-user to user-name.

           read user-file
               key is user-name
               invalid key
                   move spaces to user-role
                   move "0" to user-active
           end-read.

           close user-file.

           if user-active is not equal "1"
           or (user-role is not equal "groupreport"
           and user-role is not equal "admin") then
               display "ACCOUNT " function trim(run-user)
                   " MAY NOT RUN GROUP REPORTING"
               move "WARN" to log-level
               set log-text to spaces
               string
                   "CONSOLIDATION REFUSED FOR "
                   function trim(run-user)
                   delimited by size
                   into log-text
               end-string
               perform write-log
               move 8 to return-code
           end-if.

           exit paragraph.

      *    LOAD-DEFINITION -- THE reports.cfg LINE, OR THE
      *    AGGREGATE AS GIVEN; EITHER WAY INTO THE FIELD SLOTS.
       load-definition.
           initialize report-decl.

           if want-report is not equal spaces then
               perform load-report-declaration

               if found-report is equal 0 then
                   display "NO DECLARATION FOR REPORT "
                       function trim(want-report)
                   move 8 to return-code
                   exit paragraph
               end-if
           else
               move want-table to rpt-name
               move want-table to rpt-table
               move "-" to rpt-sel-field
               move want-fields to rpt-sum-list
           end-if.

           initialize field-slots.

           if rpt-sel-field is not equal "-" then
               move rpt-sel-field to fs-name(1)
           end-if.

           move elim-field to fs-name(2).

           initialize sum-parts.

           unstring rpt-sum-list delimited by ","
               into sum-part(1), sum-part(2), sum-part(3),
                    sum-part(4), sum-part(5)
           end-unstring.

           set sum-count to 0.

           perform note-one-sum-part
               varying k from 1 by 1
               until k is greater than 5.

           compute field-slot-size = sum-base + sum-count.

           exit paragraph.

       note-one-sum-part.
           if sum-part(k) is not equal spaces
           and sum-part(k) is not equal "-" then
               add 1 to sum-count
               move sum-part(k) to fs-name(sum-base + sum-count)
           end-if.

           exit paragraph.

      *    LOAD-REPORT-DECLARATION -- THE FIRST reports.cfg LINE
      *    WHOSE NAME MATCHES, THE SAME SPLIT report-writer MAKES.
       load-report-declaration.
           set found-report to 0.

           open input report-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform match-one-declaration
               until config-eof is equal 1
               or found-report is equal 1.

           close report-config.

           exit paragraph.

       match-one-declaration.
           read report-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize report-decl.

           unstring config-record delimited by all X"20"
               into rpt-name, rpt-table,
                    rpt-sel-field, rpt-sel-value,
                    rpt-sort-field, rpt-break-field,
                    rpt-sum-list
           end-unstring.

           if rpt-name is equal want-report
           and rpt-table is not equal spaces then
               set found-report to 1
           end-if.

           exit paragraph.

      *    RESOLVE-FIELD-POSITIONS -- schemas.cfg, ONCE, FOR EVERY
      *    SLOT AND EACH SUM FIELD'S CURRENCY COMPANIONS' NAMES.
       resolve-field-positions.
           open input schema-config.

           if schema-stat is not equal "00" then
               exit paragraph
           end-if.

           set schema-eof to 0.

           perform match-schema-line until schema-eof is equal 1.

           close schema-config.

           exit paragraph.

       match-schema-line.
           read schema-config
               at end
                   set schema-eof to 1
                   exit paragraph
           end-read.

           perform split-schema-line.

           if sch-table is not equal rpt-table
           or sch-offset is equal 0 then
               exit paragraph
           end-if.

           perform place-one-slot
               varying s from 1 by 1
               until s is greater than field-slot-size.

           exit paragraph.

      *    SPLIT-SCHEMA-LINE -- ONE schemas.cfg LINE; sch-offset
      *    STAYS 0 FOR ONE THAT IS NOT WELL FORMED.
       split-schema-line.
           initialize schema-fields.
           set sch-offset to 0.
           set sch-length to 0.

           unstring schema-record delimited by all X"20"
               into sch-table, sch-field,
                    sch-offset-text, sch-length-text,
                    sch-rule, sch-maxlen-text
           end-unstring.

           if sch-offset-text is not equal spaces then
               move function trim(sch-offset-text) to sch-offset
           end-if.

           if sch-length-text is not equal spaces then
               move function trim(sch-length-text) to sch-length
           end-if.

           if sch-offset is equal 0
           or sch-length is equal 0
           or sch-offset + sch-length - 1 is greater than 1024 then
               set sch-offset to 0
           end-if.

           exit paragraph.

       place-one-slot.
           if fs-name(s) is equal spaces
           or fs-name(s) is not equal sch-field
           or fs-offset(s) is greater than 0 then
               exit paragraph
           end-if.

           move sch-offset to fs-offset(s).
           move sch-length to fs-declared-length(s).
           move sch-length to fs-length(s).
           if fs-length(s) is greater than 64 then
               set fs-length(s) to 64
           end-if.

           if s is greater than sum-base
           and (sch-rule is equal "NUMERIC"
           or sch-rule is equal "NONE") then
               unstring sch-maxlen-text delimited by "/"
                   into fs-ccy-name(s), fs-date-name(s)
               end-unstring
           end-if.

           exit paragraph.

       check-one-declared.
           if fs-name(s) is not equal spaces
           and fs-offset(s) is equal 0 then
               display "FIELD NOT DECLARED ON "
                   function trim(rpt-table) ": "
                   function trim(fs-name(s))
               move 8 to return-code
           end-if.

           exit paragraph.

      *    RESOLVE-CURRENCY-COMPANIONS -- A SECOND schemas.cfg PASS
      *    PLACING EACH SUM FIELD'S CURRENCY AND BUSINESS-DATE
      *    FIELDS; ONE WITH NO CURRENCY FIELD TOTALS AS A PLAIN
      *    NUMBER.
       resolve-currency-companions.
           set any-currency to 0.

           open input schema-config.

           if schema-stat is not equal "00" then
               exit paragraph
           end-if.

           set schema-eof to 0.

           perform match-companion-line until schema-eof is equal 1.

           close schema-config.

           perform note-currency-slot
               varying s from 1 by 1
               until s is greater than field-slot-size.

           if any-currency is equal 0 then
               exit paragraph
           end-if.

           set report-currency to spaces.
           accept report-currency from environment
               "REPORT_CURRENCY".

           if report-currency is equal spaces then
               accept report-currency from environment
                   "FX_BASE_CURRENCY"
           end-if.

           if report-currency is equal spaces then
               set report-currency to "USD"
           end-if.

           call "business-date"
           using by reference today-date.

           exit paragraph.

       match-companion-line.
           read schema-config
               at end
                   set schema-eof to 1
                   exit paragraph
           end-read.

           perform split-schema-line.

           if sch-table is not equal rpt-table
           or sch-offset is equal 0 then
               exit paragraph
           end-if.

           perform place-one-companion
               varying s from 1 by 1
               until s is greater than field-slot-size.

           exit paragraph.

       place-one-companion.
           if fs-ccy-name(s) is not equal spaces
           and fs-ccy-name(s) is equal sch-field
           and fs-ccy-offset(s) is equal 0 then
               move sch-offset to fs-ccy-offset(s)
               move sch-length to fs-ccy-length(s)
               if fs-ccy-length(s) is greater than 3 then
                   set fs-ccy-length(s) to 3
               end-if
           end-if.

           if fs-date-name(s) is not equal spaces
           and fs-date-name(s) is equal sch-field
           and fs-date-offset(s) is equal 0
           and sch-length is not less than 8 then
               move sch-offset to fs-date-offset(s)
           end-if.

           exit paragraph.

       note-currency-slot.
           if fs-ccy-offset(s) is greater than 0 then
               set any-currency to 1
           end-if.

           exit paragraph.

      *    CONSOLIDATE-ONE-TENANT -- THE LAYOUT CHECK, THEN THE
      *    WALK; EITHER ONE FAILING MAKES THE TENANT AN EXCEPTION.
       consolidate-one-tenant.
           move tenant-name(t) to active-tenant.

           perform check-tenant-layout.

           if exception-reason is not equal spaces then
               perform note-exception
               exit paragraph
           end-if.

           perform walk-tenant-table.

           if exception-reason is not equal spaces then
               initialize tenant-figure(t)
               perform note-exception
               exit paragraph
           end-if.

           set tf-reported(t) to 1.
           add 1 to reported-count.

           add tf-rows(t) to gross-rows.
           add tf-elim-rows(t) to elim-rows.

           perform add-tenant-to-group
               varying k from 1 by 1
               until k is greater than sum-count.

           if tf-unrated(t) is greater than 0 then
               move tf-unrated(t) to count-edit
               set exception-reason to spaces
               string
                   function trim(count-edit)
                   " ROW(S) WITH NO EXCHANGE RATE LEFT OUT OF ITS"
                   " FIGURES"
                   delimited by size
                   into exception-reason
               end-string
               perform note-exception
           end-if.

           exit paragraph.

       add-tenant-to-group.
           add tf-sum(t, k) to gross-sum(k).
           add tf-elim(t, k) to elim-sum(k).

           exit paragraph.

       note-exception.
           if exception-size is less than 32 then
               add 1 to exception-size
               move tenant-name(t) to ex-tenant(exception-size)
               move exception-reason to ex-reason(exception-size)
           end-if.

           exit paragraph.

      *    CHECK-TENANT-LAYOUT -- THE TENANT'S LATEST REGISTERED
      *    LAYOUT FOR THE TABLE MUST CARRY EVERY FIELD NAMED WHERE
      *    schemas.cfg PUTS IT; A TABLE NEVER REGISTERED IS PACKED
      *    UNDER schemas.cfg AS IT STANDS.
       check-tenant-layout.
           set exception-reason to spaces.
           set layout-version to 0.

           set tenant-stem to "layouts".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference history-file-name.

           open input history-file.

           if history-stat is not equal "00" then
               exit paragraph
           end-if.

           set history-eof to 0.
           perform find-latest-version until history-eof is equal 1.

           close history-file.

           if layout-version is equal 0 then
               exit paragraph
           end-if.

           perform clear-layout-seen
               varying s from 1 by 1
               until s is greater than field-slot-size.

           open input history-file.

           set history-eof to 0.
           perform match-layout-line until history-eof is equal 1.

           close history-file.

           set missing-field to spaces.
           perform find-missing-field
               varying s from 1 by 1
               until s is greater than field-slot-size
               or missing-field is not equal spaces.

           if missing-field is not equal spaces then
               move layout-version to count-edit
               string
                   function trim(rpt-table) " LAYOUT VERSION "
                   function trim(count-edit) " LACKS "
                   function trim(missing-field)
                   " AS schemas.cfg DECLARES IT - RUN layout-migrate"
                   delimited by size
                   into exception-reason
               end-string
           end-if.

           exit paragraph.

       find-latest-version.
           read history-file
               at end
                   set history-eof to 1
                   exit paragraph
           end-read.

           if lh-table is equal rpt-table
           and lh-version is greater than layout-version then
               move lh-version to layout-version
           end-if.

           exit paragraph.

       clear-layout-seen.
           set fs-layout-seen(s) to 0.

           exit paragraph.

       match-layout-line.
           read history-file
               at end
                   set history-eof to 1
                   exit paragraph
           end-read.

           if lh-table is not equal rpt-table
           or lh-version is not equal layout-version then
               exit paragraph
           end-if.

           initialize declaration-fields.
           set dcl-offset to 0.
           set dcl-length to 0.

           unstring lh-declaration delimited by all X"20"
               into dcl-table, dcl-field,
                    dcl-offset-text, dcl-length-text
           end-unstring.

           if dcl-offset-text is not equal spaces then
               move function trim(dcl-offset-text) to dcl-offset
           end-if.

           if dcl-length-text is not equal spaces then
               move function trim(dcl-length-text) to dcl-length
           end-if.

           perform match-layout-slot
               varying s from 1 by 1
               until s is greater than field-slot-size.

           exit paragraph.

       match-layout-slot.
           if fs-name(s) is equal dcl-field
           and fs-offset(s) is equal dcl-offset
           and fs-declared-length(s) is equal dcl-length then
               set fs-layout-seen(s) to 1
           end-if.

           exit paragraph.

       find-missing-field.
           if fs-name(s) is not equal spaces
           and fs-layout-seen(s) is equal 0 then
               move fs-name(s) to missing-field
           end-if.

           exit paragraph.

      *    WALK-TENANT-TABLE -- ONE PASS OVER THE TABLE IN THE
      *    TENANT'S PARTITION, THE SAME START/READ NEXT WALK AS
      *    db-aggregate.
       walk-tenant-table.
           set exception-reason to spaces.

           set tenant-stem to "database".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference database-file-name.

           open input database-file.

           if database-stat is equal "35" then
               string
                   "NO DATA FILE " function trim(database-file-name)
                   delimited by size
                   into exception-reason
               end-string
               exit paragraph
           end-if.

           if database-stat is not equal "00" then
               string
                   function trim(database-file-name)
                   " CANNOT BE READ, STATUS " database-stat
                   delimited by size
                   into exception-reason
               end-string
               close database-file
               exit paragraph
           end-if.

           set search-table to rpt-table.
           set search-key-rest to low-values.
           set db-fullkey to search-key.

           start database-file key is greater than or equal
               db-fullkey
               invalid key
                   continue
           end-start.

           set scan-done to 0.

           if database-stat is not equal "00" then
               set scan-done to 1
           end-if.

           perform tally-next-row until scan-done is equal 1.

           close database-file.

           exit paragraph.

       tally-next-row.
           read database-file next record
               at end
                   set scan-done to 1
                   exit paragraph
           end-read.

           if database-stat is not equal "00"
           and database-stat is not equal "02" then
               string
                   function trim(database-file-name)
                   " READ FAILED PART WAY, STATUS " database-stat
                   delimited by size
                   into exception-reason
               end-string
               set scan-done to 1
               exit paragraph
           end-if.

           if rec-table is not equal rpt-table then
               set scan-done to 1
               exit paragraph
           end-if.

           set key-tilde-hits to 0.
           inspect rec-key tallying key-tilde-hits for all "~".

           if key-tilde-hits is greater than 0 then
               exit paragraph
           end-if.

           if fs-name(1) is not equal spaces then
               set field-text to spaces
               set field-text to rec-value(fs-offset(1):fs-length(1))

               if function trim(field-text) is not equal
               function trim(rpt-sel-value) then
                   exit paragraph
               end-if
           end-if.

           set row-is-elim to 0.

           if fs-name(2) is not equal spaces then
               set field-text to spaces
               set field-text to rec-value(fs-offset(2):fs-length(2))

               if function trim(field-text) is equal
               function trim(elim-value) then
                   set row-is-elim to 1
               end-if
           end-if.

      *    A ROW ANY OF WHOSE AMOUNTS HAS NO RATE IS LEFT OUT
      *    WHOLE, SO ITS COUNT AND ITS SUMS STAY IN STEP.
           set row-unrated to 0.

           perform value-one-sum
               varying k from 1 by 1
               until k is greater than sum-count.

           if row-unrated is equal 1 then
               add 1 to tf-unrated(t)
               exit paragraph
           end-if.

           add 1 to tf-rows(t).
           if row-is-elim is equal 1 then
               add 1 to tf-elim-rows(t)
           end-if.

           perform add-row-to-tenant
               varying k from 1 by 1
               until k is greater than sum-count.

           exit paragraph.

      *    VALUE-ONE-SUM -- SUM FIELD k OF THE ROW, IN THE
      *    REPORTING CURRENCY WHEN IT HAS A CURRENCY COMPANION.
       value-one-sum.
           compute s = sum-base + k.

           set row-sum(k) to 0.

           set field-text to spaces.
           set field-text to rec-value(fs-offset(s):fs-length(s)).

           if field-text is equal spaces then
               exit paragraph
           end-if.

           compute field-number =
               function numval(function trim(field-text)).

           if fs-ccy-offset(s) is equal 0 then
               move field-number to row-sum(k)
               exit paragraph
           end-if.

           set row-currency to spaces.
           move rec-value(fs-ccy-offset(s):fs-ccy-length(s))
               to row-currency.

           move today-date to row-date.
           if fs-date-offset(s) is greater than 0 then
               if rec-value(fs-date-offset(s):8) is numeric then
                   move rec-value(fs-date-offset(s):8) to row-date
               end-if
           end-if.

           set converted-number to 0.
           set convert-status to 0.

           call "fx-convert"
           using by content field-number,
           by content row-currency,
           by content row-date,
           by reference report-currency,
           by reference converted-number,
           by reference convert-status.

           if convert-status is equal 0 then
               set row-unrated to 1
           else
               move converted-number to row-sum(k)
           end-if.

           exit paragraph.

       add-row-to-tenant.
           add row-sum(k) to tf-sum(t, k).

           if row-is-elim is equal 1 then
               add row-sum(k) to tf-elim(t, k)
           end-if.

           exit paragraph.

      *    WRITE-REPORT -- THE HEADING, A SECTION PER TENANT, THE
      *    GROUP TOTALS, THEN THE EXCEPTIONS.
       write-report.
           set report-path to spaces.
           string
               "group-" function trim(rpt-name) "."
               report-date ".rpt"
               delimited by size
               into report-path
           end-string.

           open output report-file.

           if report-stat is not equal "00" then
               display "CANNOT WRITE " function trim(report-path)
               move 8 to return-code
               exit paragraph
           end-if.

           move spaces to report-record.
           string
               "CONSOLIDATED " function trim(rpt-name)
               " -- TABLE " function trim(rpt-table)
               " -- BUSINESS DAY " report-date
               delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           if fs-name(1) is equal spaces then
               move "SELECTION: EVERY ROW" to report-record
           else
               string
                   "SELECTION: " function trim(fs-name(1))
                   " = " function trim(rpt-sel-value)
                   delimited by size
                   into report-record
               end-string
           end-if.
           write report-record.

           move spaces to report-record.
           if fs-name(2) is equal spaces then
               move "ELIMINATION: NONE DECLARED" to report-record
           else
               string
                   "ELIMINATION: " function trim(fs-name(2))
                   " = " function trim(elim-value)
                   " (INTER-DEPARTMENT)"
                   delimited by size
                   into report-record
               end-string
           end-if.
           write report-record.

           if any-currency is equal 1 then
               move spaces to report-record
               string
                   "AMOUNTS IN " report-currency
                   " AT EACH ROW'S BUSINESS-DATE RATE"
                   delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           move spaces to report-record.
           move tenant-list-size to count-edit.
           set line-pointer to 1.
           string
               "TENANTS: " function trim(count-edit) " LISTED, "
               delimited by size
               into report-record
               with pointer line-pointer
           end-string.
           move reported-count to count-edit.
           string
               function trim(count-edit) " CONSOLIDATED, "
               delimited by size
               into report-record
               with pointer line-pointer
           end-string.
           move exception-size to count-edit.
           string
               function trim(count-edit) " EXCEPTION(S)"
               delimited by size
               into report-record
               with pointer line-pointer
           end-string.
           write report-record.

           move spaces to report-record.
           move all "=" to report-record(1:60).
           write report-record.

           perform write-column-heading.

           perform report-one-tenant
               varying t from 1 by 1
               until t is greater than tenant-list-size.

           move spaces to report-record.
           move all "=" to report-record(1:60).
           write report-record.

           move "GROUP GROSS" to line-label.
           move gross-rows to line-rows.
           perform load-gross-amounts
               varying k from 1 by 1
               until k is greater than sum-count.
           perform write-figure-line.

           if fs-name(2) is not equal spaces then
               move "LESS ELIMINATIONS" to line-label
               move elim-rows to line-rows
               perform load-elim-amounts
                   varying k from 1 by 1
                   until k is greater than sum-count
               perform write-figure-line
           end-if.

           move "GROUP CONSOLIDATED" to line-label.
           compute line-rows = gross-rows - elim-rows.
           perform load-net-amounts
               varying k from 1 by 1
               until k is greater than sum-count.
           perform write-figure-line.

           move spaces to report-record.
           write report-record.

           move "EXCEPTIONS" to report-record.
           write report-record.

           move spaces to report-record.
           move all "-" to report-record(1:60).
           write report-record.

           if exception-size is equal 0 then
               move "NONE - EVERY TENANT IS IN THE TOTAL"
                   to report-record
               write report-record
           end-if.

           perform report-one-exception
               varying e from 1 by 1
               until e is greater than exception-size.

           close report-file.

           exit paragraph.

      *    WRITE-COLUMN-HEADING -- TENANT, ROWS, THEN ONE 17-WIDE
      *    COLUMN PER SUM FIELD, NAMES RIGHT-ALIGNED OVER THEIR
      *    FIGURES.
       write-column-heading.
           move spaces to report-record.
           move "TENANT" to report-record(1:6).
           move "ROWS" to report-record(36:4).

           perform head-one-column
               varying k from 1 by 1
               until k is greater than sum-count.

           write report-record.

           move spaces to report-record.
           move all "-" to report-record(1:40 + sum-count * 17).
           write report-record.

           exit paragraph.

       head-one-column.
           compute s = sum-base + k.
           compute column-start = 40 + (k - 1) * 17 + 1.

           move function trim(fs-name(s)) to heading-text.

           move heading-text to report-record(column-start:16).

           exit paragraph.

      *    REPORT-ONE-TENANT -- GROSS, ELIMINATION AND NET LINES
      *    FOR A TENANT IN THE TOTAL; AN EXCEPTION SAYS WHERE TO
      *    LOOK.
       report-one-tenant.
           if tf-reported(t) is equal 0 then
               move spaces to report-record
               string
                   tenant-name(t)(1:30)
                   "     SEE EXCEPTIONS - NOT IN THE TOTAL"
                   delimited by size
                   into report-record
               end-string
               write report-record
               exit paragraph
           end-if.

           move tenant-name(t) to line-label.
           move tf-rows(t) to line-rows.
           perform load-tenant-amounts
               varying k from 1 by 1
               until k is greater than sum-count.
           perform write-figure-line.

           if fs-name(2) is equal spaces then
               exit paragraph
           end-if.

           move "  LESS INTER-DEPARTMENT" to line-label.
           move tf-elim-rows(t) to line-rows.
           perform load-tenant-elims
               varying k from 1 by 1
               until k is greater than sum-count.
           perform write-figure-line.

           move "  NET" to line-label.
           compute line-rows = tf-rows(t) - tf-elim-rows(t).
           perform load-tenant-nets
               varying k from 1 by 1
               until k is greater than sum-count.
           perform write-figure-line.

           exit paragraph.

       load-tenant-amounts.
           move tf-sum(t, k) to line-amount(k).

           exit paragraph.

       load-tenant-elims.
           compute line-amount(k) = 0 - tf-elim(t, k).

           exit paragraph.

       load-tenant-nets.
           compute line-amount(k) = tf-sum(t, k) - tf-elim(t, k).

           exit paragraph.

       load-gross-amounts.
           move gross-sum(k) to line-amount(k).

           exit paragraph.

       load-elim-amounts.
           compute line-amount(k) = 0 - elim-sum(k).

           exit paragraph.

       load-net-amounts.
           compute line-amount(k) = gross-sum(k) - elim-sum(k).

           exit paragraph.

      *    WRITE-FIGURE-LINE -- line-label, line-rows AND THE
      *    line-amounts IN THE HEADING'S COLUMNS.
       write-figure-line.
           move spaces to report-record.
           move line-label to report-record(1:30).

           move line-rows to count-edit.
           move count-edit to report-record(32:7).

           perform place-one-amount
               varying k from 1 by 1
               until k is greater than sum-count.

           write report-record.

           exit paragraph.

       place-one-amount.
           compute column-start = 40 + (k - 1) * 17 + 1.

           move line-amount(k) to amount-edit.
           move amount-edit to report-record(column-start:16).

           exit paragraph.

       report-one-exception.
           move spaces to report-record.
           string
               ex-tenant(e)(1:30) "  "
               function trim(ex-reason(e))
               delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program consolidated-report.
