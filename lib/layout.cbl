       identification division.
       program-id. layout-migrate.

      ************************************************************
      * REPACKS A BUSINESS TABLE WHEN ITS schemas.cfg LAYOUT MOVES
      * -- A TABLE GAINS A FIELD OR A FIELD WIDENS, THE OFFSETS IN
      * schemas.cfg SHIFT, AND EVERY ROW ALREADY IN database.dat
      * IS STILL PACKED UNDER THE OLD ONE: db-get-field,
      * db-validate-row, THE indexes.cfg SLICES AND report-writer
      * ALL READ GARBAGE FROM THAT DAY ON. store-upgrade DOES THIS
      * FOR users.dat AND apikeys.dat; THIS IS THE SAME JOB FOR
      * rec-value, DRIVEN BY THE DECLARATIONS INSTEAD OF A
      * HAND-WRITTEN COPY LOOP PER CHANGE. RUN IN THE BATCH
      * WINDOW WITH THE LISTENER QUIESCED, ONCE PER TENANT
      * PARTITION (TENANT ENV) THAT HOLDS THE TABLE:
      *
      *     LAYOUT_TABLE=customers layout-migrate
      *
      * EACH TABLE'S LAYOUTS ARE KEPT IN "layouts.dat" (PER
      * TENANT, THROUGH tenant-file-name) -- ONE LINE PER FIELD
      * PER VERSION, CARRYING THE VERSION NUMBER, THE BUSINESS
      * DATE IT TOOK EFFECT, THE STAMP, THE ROWS CONVERTED AND
      * THE schemas.cfg DECLARATION VERBATIM -- SO layout-history
      * (BELOW) CAN ALWAYS SAY WHICH LAYOUT AN ARCHIVE OR A .bak
      * OF A GIVEN DATE WAS WRITTEN UNDER. THE PREVIOUS LAYOUT IS
      * THE REGISTER'S LATEST VERSION FOR THE TABLE:
      *
      *   NO HISTORY, NO LAYOUT_PRIOR -> THE CURRENT DECLARATION
      *                                  IS RECORDED AS VERSION 1
      *                                  (BASELINE) AND NOTHING
      *                                  IS TOUCHED
      *   NO HISTORY, LAYOUT_PRIOR    -> THAT FILE (schemas.cfg
      *                                  FORMAT -- USUALLY THE
      *                                  SAVED COPY OF THE OLD
      *                                  schemas.cfg) IS THE OLD
      *                                  LAYOUT, RECORDED AS
      *                                  VERSION 1 (PRIOR)
      *   HISTORY SAME AS schemas.cfg -> NOTHING TO DO
      *
      * A FIELD CARRIES OVER BY NAME (LAYOUT_RENAME="old:new,..."
      * FOR A FIELD THAT WAS RENAMED IN THE SAME CHANGE); A NEW
      * FIELD STARTS BLANK, A DROPPED FIELD IS GONE, AND BYTES NO
      * OLD DECLARATION COVERED DO NOT CARRY. SENSITIVE FIELDS
      * ARE DECRYPTED UNDER THE OLD LAYOUT AND RE-ENCRYPTED BY
      * db-update UNDER THE NEW ONE, SO A FIELD NEWLY FLAGGED
      * SENSITIVE IS SCRAMBLED BY THE SAME PASS.
      *
      * THE RUN IS TWO PASSES. THE FIRST COPIES EVERY ROW'S RAW
      * IMAGE TO A WORK FILE ("layoutwork.dat") AND CONVERTS IT
      * IN MEMORY, CHECKING THE NEW ROW AGAINST THE NEW RULES
      * (db-validate-row, db-check-parents) AND FOR NARROWED
      * FIELDS THAT WOULD LOSE DATA; ANY EXCEPTION STOPS THE RUN
      * WITH NOTHING CHANGED (LAYOUT_TRUNCATE=Y ACCEPTS THE
      * TRUNCATIONS; LAYOUT_CHECK=Y STOPS AFTER THE REPORT EITHER
      * WAY). THE SECOND PASS CONVERTS FROM THE WORK FILE, NOT
      * FROM database.dat, AND POSTS EACH ROW THROUGH db-update --
      * JOURNAL, AUDIT TRAIL AND BUS ALL FOLLOW, WHILE THE
      * triggers.cfg ROLLUPS ARE HELD OFF (A REPACK CHANGES NO
      * AMOUNT). BECAUSE THE SOURCE IS THE SAVED OLD IMAGE, A RUN
      * THAT DIES PARTWAY IS SIMPLY RERUN: THE WORK FILE IS FOUND
      * AND THE SECOND PASS REPLAYS FROM THE TOP, LANDING EVERY
      * ROW ON THE SAME NEW IMAGE. THE TABLE'S dbindex.dat
      * (ALTERNATE-KEY AND PHONETIC) AND searchidx.dat ENTRIES ARE
      * THEN PURGED AND REBUILT FROM THE REPACKED ROWS, THE NEW
      * VERSION IS RECORDED, AND run-control-check BALANCES THE
      * ROWS POSTED AGAINST THE ROWS SAVED. KEYS CARRYING "~"
      * (db-store-large CONTINUATION SEGMENTS) ARE RAW DOCUMENT
      * SLICES AND ARE LEFT AS STORED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select schema-config assign to "schemas.cfg"
           organization is line sequential
           file status is config-stat.

           select prior-config assign to dynamic prior-path
           organization is line sequential
           file status is prior-stat.

           select history-file assign to dynamic history-file-name
           organization is line sequential
           file status is history-stat.

           select old-layout-file assign to dynamic old-layout-name
           organization is line sequential
           file status is old-layout-stat.

           select work-file assign to dynamic work-file-name
           organization is line sequential
           file status is work-stat.

           select database-file assign to dynamic database-file-name
           organization is indexed
           access mode is dynamic
           record key is db-fullkey
           file status is database-stat.

           select index-file assign to dynamic index-file-name
           organization is indexed
           access mode is dynamic
           record key is ix-fullkey
           file status is index-stat.

           select search-index assign to dynamic search-file-name
           organization is indexed
           access mode is dynamic
           record key is sx-fullkey
           file status is search-stat.

       data division.

       file section.
       fd schema-config.
       01 config-record pic x(128).

       fd prior-config.
       01 prior-record pic x(128).

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

       fd old-layout-file.
       01 old-layout-record pic x(128).

       fd work-file.
       01 work-record.
           05 wk-table pic x(30).
           05 wk-key   pic x(50).
           05 wk-value pic x(1024).

       fd database-file.
       01 database-record.
           05 db-fullkey.
               10 rec-table pic x(30).
               10 rec-key   pic x(50).
           05 rec-value pic x(1024).

       fd index-file.
       01 index-record.
           05 ix-fullkey.
               10 ix-table   pic x(30).
               10 ix-name    pic x(20).
               10 ix-value   pic x(64).
               10 ix-row-key pic x(50).

       fd search-index.
       01 search-entry.
           05 sx-fullkey.
               10 sx-table   pic x(30).
               10 sx-word    pic x(20).
               10 sx-row-key pic x(50).

       working-storage section.
       01 trigger-active-mark pic x external.

       77 config-stat     pic xx.
       77 prior-stat      pic xx.
       77 history-stat    pic xx.
       77 old-layout-stat pic xx.
       77 work-stat       pic xx.
       77 database-stat   pic xx.
       77 index-stat      pic xx.
       77 search-stat     pic xx.
       77 config-eof      pic 9.
       77 scan-eof        pic 9.
       77 prior-path      pic x(256).
       77 history-file-name  pic x(64).
       77 old-layout-name    pic x(64).
       77 work-file-name     pic x(64).
       77 database-file-name pic x(64).
       77 index-file-name    pic x(64).
       77 search-file-name   pic x(64).
       77 tenant-stem     pic x(16).
       77 tenant-ext      pic x(4).
       77 load-table      pic x(30).
       77 check-text      pic x(1).
       77 truncate-text   pic x(1).
       77 rename-text     pic x(256).
       77 delete-result   pic s9(9) comp.
       77 saved-trigger-mark pic x.

       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-offset-text pic x(6).
           05 cfg-length-text pic x(6).
           05 cfg-rule   pic x(16).
           05 cfg-maxlen-text pic x(6).
           05 cfg-flag   pic x(16).
       77 cfg-offset      pic 9(4).
       77 cfg-length      pic 9(4).

      *    THE NEW LAYOUT (schemas.cfg TODAY) AND THE OLD ONE (THE
      *    REGISTER'S LATEST VERSION, OR LAYOUT_PRIOR), IN
      *    DECLARATION ORDER; nf-source POINTS EACH NEW FIELD AT
      *    THE OLD FIELD IT IS FILLED FROM (0 = A NEW FIELD).
       01 new-layout.
           05 new-field occurs 50 times.
               10 nf-name   pic x(30).
               10 nf-offset pic 9(4).
               10 nf-length pic 9(4).
               10 nf-rule   pic x(16).
               10 nf-maxlen pic x(6).
               10 nf-flag   pic x(16).
               10 nf-line   pic x(128).
               10 nf-source pic 9(2).
           05 new-layout-size pic 9(2).
       01 old-layout.
           05 old-field occurs 50 times.
               10 of-name   pic x(30).
               10 of-offset pic 9(4).
               10 of-length pic 9(4).
               10 of-rule   pic x(16).
               10 of-maxlen pic x(6).
               10 of-flag   pic x(16).
               10 of-line   pic x(128).
               10 of-used   pic 9.
           05 old-layout-size pic 9(2).
       01 rename-table.
           05 rename-pair occurs 10 times.
               10 rn-old pic x(30).
               10 rn-new pic x(30).
           05 rename-size pic 9(2).
       01 rename-parts.
           05 rename-part occurs 10 times pic x(62).

       77 f               pic 9(2).
       77 o               pic 9(2).
       77 r               pic 9(2).
       77 match-name      pic x(30).
       77 latest-version  pic 9(3).
       77 new-version     pic 9(3).
       77 history-found   pic 9.
       77 layout-changed  pic 9.
       77 resuming        pic 9.
       77 work-table-name pic x(30).
       77 key-tilde-hits  pic 9(3).
       77 business-day    pic x(8).
       77 run-stamp       pic x(14).
       77 record-kind     pic x(8).

       77 raw-value       pic x(1024).
       77 clear-value     pic x(1024).
       77 new-value       pic x(1024).
       77 crypt-direction pic x(7) value "DECRYPT".
       77 copy-length     pic 9(4).
       77 tail-offset     pic 9(4).
       77 tail-length     pic 9(4).
       77 row-problem     pic x(64).
       77 row-valid       pic 9.
       77 bad-field       pic x(30).
       77 update-status   pic 9.
       77 change-source   pic x(32) value "layout-migrate".
       77 change-action   pic x(6) value "ADD".

       77 rows-saved      pic 9(7).
       77 rows-skipped    pic 9(7).
       77 exception-count pic 9(7).
       77 truncate-count  pic 9(7).
       77 read-count      pic 9(7).
       77 loaded-count    pic 9(7).
       77 reject-count    pic 9(7).
       77 entries-purged  pic 9(7).
       77 rows-reindexed  pic 9(7).
       77 hash-total      pic 9(15) value 0.
       77 trailer-hash    pic 9(15) value 0.
       77 trailer-seen    pic 9 value 1.
       77 balance-ok      pic 9.
       77 control-name    pic x(256).
       77 count-edit      pic z(6)9.
       77 offset-edit     pic zzz9.
       77 length-edit     pic zzz9.
       77 log-level       pic x(5).
       77 log-source      pic x(32) value "layout-migrate".
       77 log-text        pic x(256).

       procedure division.

           set load-table to spaces.
           accept load-table from environment "LAYOUT_TABLE".

           if load-table is equal spaces then
               display "LAYOUT_TABLE IS REQUIRED"
               move 8 to return-code
               goback
           end-if.

           perform resolve-settings.
           perform resolve-tenant-files.

           perform load-new-layout.

           if new-layout-size is equal 0 then
               display "NO schemas.cfg DECLARATION FOR "
                   function trim(load-table)
               move 8 to return-code
               goback
           end-if.

           perform load-history-layout.

      *    A TABLE THE REGISTER HAS NEVER SEEN: EITHER THE OLD
      *    LAYOUT IS SUPPLIED, OR TODAY'S DECLARATION BECOMES THE
      *    BASELINE EVERY LATER CHANGE IS MEASURED FROM.
           if history-found is equal 0 then
               if prior-path is equal spaces then
                   perform record-baseline
                   goback
               end-if

               perform load-prior-layout

               if old-layout-size is equal 0 then
                   display "NO DECLARATION FOR "
                       function trim(load-table) " IN "
                       function trim(prior-path)
                   move 8 to return-code
                   goback
               end-if
           end-if.

           perform compare-layouts.
           perform check-work-file.

           if work-table-name is not equal spaces
           and work-table-name is not equal load-table then
               display "MIGRATION OF "
                   function trim(work-table-name)
                   " IS UNFINISHED - RERUN WITH LAYOUT_TABLE="
                   function trim(work-table-name)
               move 8 to return-code
               goback
           end-if.

           if layout-changed is equal 0 then
               if resuming is equal 1 then
                   perform discard-work-files
                   display "PREVIOUS RUN HAD FINISHED - "
                       "WORK FILE CLEARED"
               else
                   display "LAYOUT OF " function trim(load-table)
                       " UNCHANGED - NOTHING TO MIGRATE"
               end-if
               goback
           end-if.

           perform map-old-fields.
           perform display-layout-map.
           perform write-old-layout-file.

      *    A FRESH RUN SAVES AND CHECKS EVERY ROW FIRST; A RERUN
      *    AFTER AN ABNORMAL END GOES STRAIGHT BACK TO POSTING
      *    FROM THE IMAGES THE FIRST ATTEMPT SAVED.
           if resuming is equal 0 then
               perform save-and-check-rows

               if check-text is equal "Y"
               or exception-count is greater than 0 then
                   perform discard-work-files

                   if exception-count is greater than 0 then
                       display "MIGRATION STOPPED - NOTHING CHANGED"
                       move 8 to return-code
                   else
                       display "CHECK ONLY - NOTHING CHANGED"
                   end-if
                   goback
               end-if

               if history-found is equal 0 then
                   perform record-prior-version
               end-if
           else
               display "RESUMING UNFINISHED MIGRATION OF "
                   function trim(load-table)
               perform count-saved-rows
           end-if.

           perform apply-saved-rows.
           perform rebuild-table-indexes.
           perform record-new-version.
           perform balance-the-run.
           perform discard-work-files.
           perform report-summary.

           goback.

      *    RESOLVE-SETTINGS -- LAYOUT_PRIOR, LAYOUT_CHECK,
      *    LAYOUT_TRUNCATE AND LAYOUT_RENAME FROM THE ENVIRONMENT,
      *    THE SAME ACCEPT-FROM-ENVIRONMENT CONVENTION AS csv-load.
       resolve-settings.
           set prior-path to spaces.
           accept prior-path from environment "LAYOUT_PRIOR".

           set check-text to spaces.
           accept check-text from environment "LAYOUT_CHECK".

           set truncate-text to spaces.
           accept truncate-text from environment "LAYOUT_TRUNCATE".

           set rename-text to spaces.
           accept rename-text from environment "LAYOUT_RENAME".

           set rename-size to 0.
           initialize rename-parts.

           if rename-text is not equal spaces then
               unstring rename-text delimited by ","
                   into rename-part(1), rename-part(2),
                        rename-part(3), rename-part(4),
                        rename-part(5), rename-part(6),
                        rename-part(7), rename-part(8),
                        rename-part(9), rename-part(10)
               end-unstring

               perform load-one-rename
                   varying r from 1 by 1
                   until r is greater than 10
           end-if.

           call "business-date"
           using by reference business-day.

           move function current-date(1:14) to run-stamp.

           exit paragraph.

      *    LOAD-ONE-RENAME -- ONE "old:new" PAIR.
       load-one-rename.
           if rename-part(r) is equal spaces then
               exit paragraph
           end-if.

           add 1 to rename-size.
           unstring rename-part(r) delimited by ":"
               into rn-old(rename-size), rn-new(rename-size)
           end-unstring.

           exit paragraph.

      *    RESOLVE-TENANT-FILES -- EVERY FILE THIS RUN TOUCHES
      *    BELONGS TO THE ACTIVE TENANT'S PARTITION, THROUGH
      *    tenant-file-name; A SITE WITH NO VHOSTS KEEPS THE
      *    PLAIN NAMES.
       resolve-tenant-files.
           set tenant-stem to "layouts".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference history-file-name.

           set tenant-stem to "layoutold".
           set tenant-ext to "cfg".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference old-layout-name.

           set tenant-stem to "layoutwork".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference work-file-name.

           set tenant-stem to "database".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference database-file-name.

           set tenant-stem to "dbindex".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference index-file-name.

           set tenant-stem to "searchidx".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference search-file-name.

           exit paragraph.

      *    PARSE-DECLARATION -- SPLITS ONE schemas.cfg-FORMAT LINE
      *    ON ITS SPACES, THE SAME SHAPE db-crypt-row PARSES, FLAG
      *    TOKEN AND ALL.
       parse-declaration.
           initialize config-fields.
           set cfg-offset to 0.
           set cfg-length to 0.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field,
                    cfg-offset-text, cfg-length-text,
                    cfg-rule, cfg-maxlen-text, cfg-flag
           end-unstring.

           if cfg-offset-text is not equal spaces then
               move function trim(cfg-offset-text) to cfg-offset
           end-if.

           if cfg-length-text is not equal spaces then
               move function trim(cfg-length-text) to cfg-length
           end-if.

           exit paragraph.

      *    LOAD-NEW-LAYOUT -- THE TABLE'S schemas.cfg LINES, IN
      *    DECLARATION ORDER.
       load-new-layout.
           set new-layout-size to 0.

           open input schema-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-new-layout until config-eof is equal 1.

           close schema-config.

           exit paragraph.

       read-new-layout.
           read schema-config
               at end
                   set config-eof to 1
               not at end
                   perform load-one-new-field
           end-read.

           exit paragraph.

      *    LOAD-ONE-NEW-FIELD -- ONE schemas.cfg LINE; ONLY THIS
      *    TABLE'S WELL-FORMED LINES COUNT.
       load-one-new-field.
           perform parse-declaration.

           if cfg-table is not equal load-table
           or cfg-offset is equal 0
           or cfg-length is equal 0
           or cfg-offset + cfg-length - 1 is greater than 1024
           or new-layout-size is equal 50 then
               exit paragraph
           end-if.

           add 1 to new-layout-size.
           move cfg-field to nf-name(new-layout-size).
           move cfg-offset to nf-offset(new-layout-size).
           move cfg-length to nf-length(new-layout-size).
           move cfg-rule to nf-rule(new-layout-size).
           move cfg-maxlen-text to nf-maxlen(new-layout-size).
           move cfg-flag to nf-flag(new-layout-size).
           move config-record to nf-line(new-layout-size).
           move 0 to nf-source(new-layout-size).

           exit paragraph.

      *    LOAD-HISTORY-LAYOUT -- THE REGISTER'S LATEST VERSION OF
      *    THIS TABLE BECOMES THE OLD LAYOUT. A LATER VERSION SEEN
      *    ON THE WAY DOWN THE FILE STARTS THE LIST OVER, SO THE
      *    ONE PASS ENDS HOLDING ONLY THE NEWEST.
       load-history-layout.
           set history-found to 0.
           set latest-version to 0.
           set old-layout-size to 0.

           open input history-file.

           if history-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-history-layout until config-eof is equal 1.

           close history-file.

           exit paragraph.

       read-history-layout.
           read history-file
               at end
                   set config-eof to 1
               not at end
                   perform take-one-history-line
           end-read.

           exit paragraph.

      *    TAKE-ONE-HISTORY-LINE -- ONE REGISTER LINE.
       take-one-history-line.
           if lh-table is not equal load-table
           or lh-version is not numeric then
               exit paragraph
           end-if.

           if lh-version is less than latest-version then
               exit paragraph
           end-if.

           if lh-version is greater than latest-version then
               set old-layout-size to 0
               move lh-version to latest-version
           end-if.

           set history-found to 1.
           move lh-declaration to config-record.
           perform load-one-old-field.

           exit paragraph.

      *    LOAD-PRIOR-LAYOUT -- THE OPERATOR-SUPPLIED OLD LAYOUT
      *    FOR A TABLE WITH NO HISTORY YET.
       load-prior-layout.
           set old-layout-size to 0.

           open input prior-config.

           if prior-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-prior-layout until config-eof is equal 1.

           close prior-config.

           exit paragraph.

       read-prior-layout.
           read prior-config
               at end
                   set config-eof to 1
               not at end
                   move prior-record to config-record
                   perform load-one-old-field
           end-read.

           exit paragraph.

      *    LOAD-ONE-OLD-FIELD -- ONE DECLARATION (ALREADY MOVED TO
      *    config-record) INTO THE OLD LAYOUT.
       load-one-old-field.
           perform parse-declaration.

           if cfg-table is not equal load-table
           or cfg-offset is equal 0
           or cfg-length is equal 0
           or cfg-offset + cfg-length - 1 is greater than 1024
           or old-layout-size is equal 50 then
               exit paragraph
           end-if.

           add 1 to old-layout-size.
           move cfg-field to of-name(old-layout-size).
           move cfg-offset to of-offset(old-layout-size).
           move cfg-length to of-length(old-layout-size).
           move cfg-rule to of-rule(old-layout-size).
           move cfg-maxlen-text to of-maxlen(old-layout-size).
           move cfg-flag to of-flag(old-layout-size).
           move config-record to of-line(old-layout-size).
           move 0 to of-used(old-layout-size).

           exit paragraph.

      *    COMPARE-LAYOUTS -- ANY DIFFERENCE IN THE PARSED
      *    DECLARATIONS (NAME, POSITION, WIDTH, RULE OR FLAG)
      *    COUNTS AS A CHANGE; A RULE-ONLY CHANGE STILL RE-JUDGES
      *    EVERY ROW, AND A NEW SENSITIVE FLAG NEEDS THE REWRITE.
       compare-layouts.
           set layout-changed to 0.

           if new-layout-size is not equal old-layout-size then
               set layout-changed to 1
               exit paragraph
           end-if.

           perform compare-one-field
               varying f from 1 by 1
               until f is greater than new-layout-size.

           exit paragraph.

       compare-one-field.
           if nf-name(f) is not equal of-name(f)
           or nf-offset(f) is not equal of-offset(f)
           or nf-length(f) is not equal of-length(f)
           or nf-rule(f) is not equal of-rule(f)
           or nf-maxlen(f) is not equal of-maxlen(f)
           or nf-flag(f) is not equal of-flag(f) then
               set layout-changed to 1
           end-if.

           exit paragraph.

      *    CHECK-WORK-FILE -- A WORK FILE LEFT BEHIND IS AN
      *    UNFINISHED RUN; ITS FIRST RECORD NAMES THE TABLE. AN
      *    EMPTY ONE IS DEBRIS AND GOES.
       check-work-file.
           set resuming to 0.
           set work-table-name to spaces.

           open input work-file.

           if work-stat is not equal "00" then
               exit paragraph
           end-if.

           read work-file
               at end
                   continue
               not at end
                   move wk-table to work-table-name
           end-read.

           close work-file.

           if work-table-name is equal spaces then
               call "CBL_DELETE_FILE"
               using function trim(work-file-name)
               returning delete-result
               exit paragraph
           end-if.

           if work-table-name is equal load-table then
               set resuming to 1
           end-if.

           exit paragraph.

      *    MAP-OLD-FIELDS -- POINTS EACH NEW FIELD AT ITS SOURCE
      *    IN THE OLD LAYOUT, BY NAME OR THROUGH A RENAME PAIR.
       map-old-fields.
           perform map-one-field
               varying f from 1 by 1
               until f is greater than new-layout-size.

           exit paragraph.

       map-one-field.
           move nf-name(f) to match-name.

           perform apply-one-rename
               varying r from 1 by 1
               until r is greater than rename-size.

           perform match-one-old-field
               varying o from 1 by 1
               until o is greater than old-layout-size.

           exit paragraph.

       apply-one-rename.
           if rn-new(r) is equal nf-name(f) then
               move rn-old(r) to match-name
           end-if.

           exit paragraph.

       match-one-old-field.
           if of-name(o) is equal match-name
           and nf-source(f) is equal 0 then
               move o to nf-source(f)
               move 1 to of-used(o)
           end-if.

           exit paragraph.

      *    DISPLAY-LAYOUT-MAP -- WHAT MOVES WHERE, FOR THE RUN
      *    LOG: EVERY NEW FIELD WITH ITS OLD AND NEW POSITION, AND
      *    EVERY OLD FIELD THAT NO LONGER CARRIES.
       display-layout-map.
           display "LAYOUT MIGRATION FOR " function trim(load-table)
               " - BUSINESS DATE " business-day.

           perform display-one-mapping
               varying f from 1 by 1
               until f is greater than new-layout-size.

           perform display-one-dropped
               varying o from 1 by 1
               until o is greater than old-layout-size.

           exit paragraph.

       display-one-mapping.
           move nf-offset(f) to offset-edit.
           move nf-length(f) to length-edit.

           if nf-source(f) is equal 0 then
               display "  NEW     " nf-name(f) " AT "
                   offset-edit " LEN " length-edit
               exit paragraph
           end-if.

           move nf-source(f) to o.
           display "  CARRIED " nf-name(f) " AT "
               offset-edit " LEN " length-edit
               " FROM " function trim(of-name(o)) " AT "
               of-offset(o) " LEN " of-length(o).

           exit paragraph.

       display-one-dropped.
           if of-used(o) is equal 0 then
               move of-offset(o) to offset-edit
               move of-length(o) to length-edit
               display "  DROPPED " of-name(o) " AT "
                   offset-edit " LEN " length-edit
           end-if.

           exit paragraph.

      *    WRITE-OLD-LAYOUT-FILE -- THE OLD DECLARATIONS IN
      *    schemas.cfg FORMAT, SO db-crypt-row CAN DECRYPT A ROW
      *    STILL PACKED UNDER THEM (ITS OPTIONAL LAYOUT ARGUMENT).
       write-old-layout-file.
           open output old-layout-file.

           perform write-one-old-line
               varying o from 1 by 1
               until o is greater than old-layout-size.

           close old-layout-file.

           exit paragraph.

       write-one-old-line.
           move of-line(o) to old-layout-record.
           write old-layout-record.

           exit paragraph.

      *    SAVE-AND-CHECK-ROWS -- THE FIRST PASS: EVERY ROW'S RAW
      *    IMAGE TO THE WORK FILE, AND ITS WOULD-BE NEW IMAGE
      *    JUDGED AGAINST THE NEW RULES. NOTHING IS POSTED.
       save-and-check-rows.
           set rows-saved to 0.
           set rows-skipped to 0.
           set exception-count to 0.
           set truncate-count to 0.

           open output work-file.
           open input database-file.

           if database-stat is equal "00" then
               set rec-table to load-table
               set rec-key to low-values

               start database-file
                   key is greater than or equal db-fullkey
                   invalid key
                       set scan-eof to 1
                   not invalid key
                       set scan-eof to 0
               end-start

               perform save-one-row until scan-eof is equal 1

               close database-file
           end-if.

           close work-file.

           move rows-saved to count-edit.
           display function trim(count-edit) " ROW(S) SAVED".

           if rows-skipped is greater than 0 then
               move rows-skipped to count-edit
               display function trim(count-edit)
                   " CONTINUATION SEGMENT(S) LEFT AS STORED"
           end-if.

           if truncate-count is greater than 0 then
               move truncate-count to count-edit
               display function trim(count-edit)
                   " ROW(S) WOULD LOSE DATA TO A NARROWED FIELD"
           end-if.

           if exception-count is greater than 0 then
               move exception-count to count-edit
               display function trim(count-edit)
                   " ROW(S) WOULD BE REFUSED UNDER THE NEW LAYOUT"
           end-if.

           exit paragraph.

      *    SAVE-ONE-ROW -- ONE STEP OF THE TABLE WALK.
       save-one-row.
           read database-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if rec-table is not equal load-table then
               set scan-eof to 1
               exit paragraph
           end-if.

           set key-tilde-hits to 0.
           inspect rec-key tallying key-tilde-hits for all "~".

           if key-tilde-hits is greater than 0 then
               add 1 to rows-skipped
               exit paragraph
           end-if.

           move rec-table to wk-table.
           move rec-key to wk-key.
           move rec-value to wk-value.
           write work-record.
           add 1 to rows-saved.

           move rec-value to raw-value.
           perform convert-row.

           if row-problem is not equal spaces then
               add 1 to truncate-count
               if truncate-text is not equal "Y" then
                   add 1 to exception-count
                   perform display-row-exception
               end-if
           end-if.

           set row-valid to 1.
           set bad-field to spaces.

      *    THE REPACKED ROW IS ITS OWN PRIOR IMAGE -- A CODE
      *    FIELD STILL HOLDING A SINCE-EXPIRED CODE IS AN EXISTING
      *    VALUE, NOT A NEW ENTRY.
           call "db-validate-row"
           using by content load-table,
           by content new-value,
           by reference row-valid,
           by reference bad-field,
           by content rec-key,
           by content new-value.

           if row-valid is equal 1 then
               call "db-check-parents"
               using by content load-table,
               by content new-value,
               by reference row-valid,
               by reference bad-field

               if row-valid is equal 0 then
                   set row-problem to spaces
                   string
                       "NO PARENT IN " delimited by size
                       function trim(bad-field) delimited by size
                       into row-problem
                   end-string
               end-if
           else
               set row-problem to spaces
               string
                   "FAILS RULE ON " delimited by size
                   function trim(bad-field) delimited by size
                   into row-problem
               end-string
           end-if.

           if row-valid is equal 0 then
               add 1 to exception-count
               perform display-row-exception
           end-if.

           exit paragraph.

      *    DISPLAY-ROW-EXCEPTION -- THE FIRST TWENTY PROBLEM ROWS
      *    ARE NAMED; THE COUNT COVERS THE REST.
       display-row-exception.
           if exception-count is less than or equal 20 then
               display "  KEY " function trim(rec-key) " - "
                   function trim(row-problem)
           end-if.

           exit paragraph.

      *    CONVERT-ROW -- raw-value (AS STORED UNDER THE OLD
      *    LAYOUT) INTO new-value (CLEAR, PACKED UNDER THE NEW
      *    ONE). row-problem COMES BACK NAMING THE FIRST FIELD
      *    WHOSE NARROWING WOULD CUT NON-BLANK DATA.
       convert-row.
           move raw-value to clear-value.

           call "db-crypt-row"
           using by content load-table,
           by reference clear-value,
           by content crypt-direction,
           by content old-layout-name.

           move spaces to new-value.
           set row-problem to spaces.

           perform carry-one-field
               varying f from 1 by 1
               until f is greater than new-layout-size.

           exit paragraph.

      *    CARRY-ONE-FIELD -- ONE NEW FIELD FILLED FROM ITS OLD
      *    SOURCE, LEFT-ALIGNED THE WAY EVERY LOADER PACKS IT.
       carry-one-field.
           if nf-source(f) is equal 0 then
               exit paragraph
           end-if.

           move nf-source(f) to o.

           move of-length(o) to copy-length.
           if nf-length(f) is less than copy-length then
               move nf-length(f) to copy-length
           end-if.

           move clear-value(of-offset(o):copy-length)
               to new-value(nf-offset(f):copy-length).

           if of-length(o) is greater than nf-length(f) then
               compute tail-offset = of-offset(o) + nf-length(f)
               compute tail-length = of-length(o) - nf-length(f)

               if clear-value(tail-offset:tail-length)
               is not equal spaces
               and row-problem is equal spaces then
                   string
                       "NARROWED FIELD " delimited by size
                       function trim(nf-name(f)) delimited by size
                       " LOSES DATA" delimited by size
                       into row-problem
                   end-string
               end-if
           end-if.

           exit paragraph.

      *    COUNT-SAVED-ROWS -- ON A RERUN, THE WORK FILE'S ROW
      *    COUNT IS THE FIGURE THE POSTING PASS BALANCES TO.
       count-saved-rows.
           set rows-saved to 0.

           open input work-file.
           set scan-eof to 0.

           perform count-one-saved-row until scan-eof is equal 1.

           close work-file.

           exit paragraph.

       count-one-saved-row.
           read work-file
               at end
                   set scan-eof to 1
               not at end
                   add 1 to rows-saved
           end-read.

           exit paragraph.

      *    APPLY-SAVED-ROWS -- THE SECOND PASS: EACH SAVED IMAGE
      *    CONVERTED AND POSTED THROUGH db-update UNDER THE BATCH
      *    BRACKET. THE ROLLUP TRIGGERS ARE HELD OFF FOR THE RUN
      *    (THE SAME EXTERNAL MARK A TRIGGER'S OWN ADJUSTMENT
      *    SETS) -- A REPACK MOVES BYTES, NOT AMOUNTS, AND A
      *    PARENT TOTAL RECOMPUTED FROM AN OLD-LAYOUT BEFORE
      *    IMAGE WOULD BE WRONG.
       apply-saved-rows.
           set read-count to 0.
           set loaded-count to 0.
           set reject-count to 0.

           move trigger-active-mark to saved-trigger-mark.
           set trigger-active-mark to "1".

           call "db-batch-start".

      *    EVERY ROW THE MIGRATION REWRITES CARRIES ITS RUN-CONTROL
      *    ID AND ITS PLACE IN THE SAVED IMAGES
      *    (lib/provenance.cbl) -- THE SAME CONTROL NAME
      *    balance-the-run FILES THE RUN UNDER.
           set control-name to spaces.
           string
               "layout." delimited by size
               function trim(load-table) delimited by size
               into control-name
           end-string.

           call "run-control-open"
           using by content control-name.

           open input work-file.
           set scan-eof to 0.

           perform post-one-row until scan-eof is equal 1.

           close work-file.

           call "db-batch-end".

           move saved-trigger-mark to trigger-active-mark.

           exit paragraph.

      *    POST-ONE-ROW -- ONE SAVED IMAGE THROUGH db-update.
       post-one-row.
           read work-file
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           add 1 to read-count.
           call "db-origin-line"
           using by content read-count.

           move wk-value to raw-value.
           perform convert-row.

           set update-status to 0.

           call "db-update"
           using by content load-table,
           by content wk-key,
           by content new-value,
           by reference update-status,
           by content change-source.

           if update-status is equal 1 then
               add 1 to loaded-count
           else
               add 1 to reject-count
               display "  KEY " function trim(wk-key)
                   " - REFUSED BY db-update"
           end-if.

           exit paragraph.

      *    REBUILD-TABLE-INDEXES -- EVERY dbindex.dat ENTRY
      *    (ALTERNATE-KEY AND PHONETIC) AND EVERY searchidx.dat
      *    ENTRY FOR THE TABLE IS PURGED, THEN EACH REPACKED ROW
      *    IS INDEXED AFRESH THROUGH THE SAME MAINTAIN PROGRAMS
      *    db-update CALLS -- AN ENTRY CUT FROM AN OLD OFFSET
      *    CANNOT SURVIVE THE REPACK.
       rebuild-table-indexes.
           set entries-purged to 0.
           set rows-reindexed to 0.

           perform purge-index-entries.
           perform purge-search-entries.

           call "db-batch-start".

           open input database-file.

           if database-stat is equal "00" then
               set rec-table to load-table
               set rec-key to low-values

               start database-file
                   key is greater than or equal db-fullkey
                   invalid key
                       set scan-eof to 1
                   not invalid key
                       set scan-eof to 0
               end-start

               perform reindex-one-row until scan-eof is equal 1

               close database-file
           end-if.

           call "db-batch-end".

           move entries-purged to count-edit.
           display function trim(count-edit)
               " INDEX ENTRY(S) PURGED".
           move rows-reindexed to count-edit.
           display function trim(count-edit) " ROW(S) REINDEXED".

           exit paragraph.

      *    PURGE-INDEX-ENTRIES -- THE TABLE'S dbindex.dat ENTRIES
      *    SIT TOGETHER UNDER ITS NAME; WALK AND DELETE THEM.
       purge-index-entries.
           open i-o index-file.

           if index-stat is not equal "00" then
               exit paragraph
           end-if.

           move spaces to index-record.
           set ix-table to load-table.
           move low-values to ix-name, ix-value, ix-row-key.

           start index-file key is greater than or equal ix-fullkey
               invalid key
                   set scan-eof to 1
               not invalid key
                   set scan-eof to 0
           end-start.

           perform purge-one-index-entry until scan-eof is equal 1.

           close index-file.

           exit paragraph.

       purge-one-index-entry.
           read index-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if ix-table is not equal load-table then
               set scan-eof to 1
               exit paragraph
           end-if.

           delete index-file record
               invalid key
                   continue
               not invalid key
                   add 1 to entries-purged
           end-delete.

           exit paragraph.

      *    PURGE-SEARCH-ENTRIES -- THE SAME WALK OVER
      *    searchidx.dat.
       purge-search-entries.
           open i-o search-index.

           if search-stat is not equal "00" then
               exit paragraph
           end-if.

           move spaces to search-entry.
           set sx-table to load-table.
           move low-values to sx-word, sx-row-key.

           start search-index key is greater than or equal sx-fullkey
               invalid key
                   set scan-eof to 1
               not invalid key
                   set scan-eof to 0
           end-start.

           perform purge-one-search-entry until scan-eof is equal 1.

           close search-index.

           exit paragraph.

       purge-one-search-entry.
           read search-index next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if sx-table is not equal load-table then
               set scan-eof to 1
               exit paragraph
           end-if.

           delete search-index record
               invalid key
                   continue
               not invalid key
                   add 1 to entries-purged
           end-delete.

           exit paragraph.

      *    REINDEX-ONE-ROW -- ONE REPACKED ROW, AS STORED, FED TO
      *    THE THREE MAINTAIN PROGRAMS AS AN "ADD".
       reindex-one-row.
           read database-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if rec-table is not equal load-table then
               set scan-eof to 1
               exit paragraph
           end-if.

           set key-tilde-hits to 0.
           inspect rec-key tallying key-tilde-hits for all "~".

           if key-tilde-hits is greater than 0 then
               exit paragraph
           end-if.

           move spaces to raw-value.

           call "db-index-maintain"
           using by content rec-table,
           by content rec-key,
           by content raw-value,
           by content rec-value,
           by content change-action.

           call "db-search-maintain"
           using by content rec-table,
           by content rec-key,
           by content raw-value,
           by content rec-value,
           by content change-action.

           call "db-phonetic-maintain"
           using by content rec-table,
           by content rec-key,
           by content raw-value,
           by content rec-value,
           by content change-action.

           add 1 to rows-reindexed.

           exit paragraph.

      *    RECORD-BASELINE -- A TABLE'S FIRST REGISTER ENTRY WHEN
      *    THERE IS NOTHING TO MIGRATE FROM.
       record-baseline.
           set new-version to 1.
           set record-kind to "BASELINE".
           set loaded-count to 0.
           perform append-new-layout.

           display "BASELINE LAYOUT OF " function trim(load-table)
               " RECORDED AS VERSION 1".

           perform log-version.

           exit paragraph.

      *    RECORD-PRIOR-VERSION -- THE SUPPLIED OLD LAYOUT GOES
      *    ON RECORD AS VERSION 1 BEFORE ANYTHING IS POSTED, SO A
      *    RERUN AFTER AN ABNORMAL END FINDS IT AS THE LATEST
      *    VERSION WITHOUT LAYOUT_PRIOR.
       record-prior-version.
           perform open-history-extend.

           perform write-one-prior-line
               varying o from 1 by 1
               until o is greater than old-layout-size.

           close history-file.

           set latest-version to 1.
           set history-found to 1.

           exit paragraph.

       write-one-prior-line.
           move spaces to history-record.
           move load-table to lh-table.
           move 1 to lh-version.
           move business-day to lh-date.
           move run-stamp to lh-stamp.
           move "PRIOR" to lh-kind.
           move rows-saved to lh-rows.
           move of-line(o) to lh-declaration.
           write history-record.

           exit paragraph.

      *    RECORD-NEW-VERSION -- THE LAYOUT THE ROWS NOW CARRY.
       record-new-version.
           compute new-version = latest-version + 1.
           set record-kind to "MIGRATED".
           perform append-new-layout.
           perform log-version.

           exit paragraph.

      *    APPEND-NEW-LAYOUT -- THE CURRENT DECLARATION LINES AS
      *    VERSION new-version.
       append-new-layout.
           perform open-history-extend.

           perform write-one-new-line
               varying f from 1 by 1
               until f is greater than new-layout-size.

           close history-file.

           exit paragraph.

       write-one-new-line.
           move spaces to history-record.
           move load-table to lh-table.
           move new-version to lh-version.
           move business-day to lh-date.
           move run-stamp to lh-stamp.
           move record-kind to lh-kind.
           move loaded-count to lh-rows.
           move nf-line(f) to lh-declaration.
           write history-record.

           exit paragraph.

      *    OPEN-HISTORY-EXTEND -- THE SAME OPEN EXTEND / FALL BACK
      *    TO OPEN OUTPUT ON STATUS 35 EVERY APPENDED LOG USES.
       open-history-extend.
           open extend history-file.

           if history-stat is equal "35" then
               open output history-file
           end-if.

           exit paragraph.

      *    LOG-VERSION -- THE REGISTER CHANGE GOES TO app.log.
       log-version.
           move "INFO" to log-level.
           set log-text to spaces.
           string
               "LAYOUT VERSION " delimited by size
               new-version delimited by size
               " (" delimited by size
               function trim(record-kind) delimited by size
               ") RECORDED FOR " delimited by size
               function trim(load-table) delimited by size
               " EFFECTIVE " delimited by size
               business-day delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    BALANCE-THE-RUN -- THE RUN-CONTROL RECORD: ROWS POSTED
      *    AGAINST THE ROW COUNT THE FIRST PASS SAVED, WHICH
      *    STANDS IN FOR A SENDER'S TRAILER.
       balance-the-run.
           set control-name to spaces.
           string
               "layout." delimited by size
               function trim(load-table) delimited by size
               into control-name
           end-string.

           set balance-ok to 1.

           call "run-control-check"
           using by content control-name,
           by content read-count,
           by content loaded-count,
           by content reject-count,
           by content hash-total,
           by content rows-saved,
           by content trailer-hash,
           by content trailer-seen,
           by reference balance-ok.

           if balance-ok is equal 0
           or reject-count is greater than 0 then
               display "MIGRATION OUT OF BALANCE - SEE runcontrol.dat"
               move 8 to return-code
           end-if.

           exit paragraph.

      *    DISCARD-WORK-FILES -- THE SAVED IMAGES AND THE OLD
      *    LAYOUT SCRATCH FILE GO ONCE THE RUN IS DONE (OR WAS
      *    ONLY A CHECK).
       discard-work-files.
           call "CBL_DELETE_FILE"
           using function trim(work-file-name)
           returning delete-result.

           call "CBL_DELETE_FILE"
           using function trim(old-layout-name)
           returning delete-result.

           exit paragraph.

      *    REPORT-SUMMARY -- THE CLOSING FIGURES, DISPLAYED AND
      *    LOGGED THE WAY csv-load CLOSES ITS RUN.
       report-summary.
           move read-count to count-edit.
           display "READ     " function trim(count-edit).
           move loaded-count to count-edit.
           display "REPACKED " function trim(count-edit).
           move reject-count to count-edit.
           display "REFUSED  " function trim(count-edit).

           move "INFO" to log-level.
           if reject-count is greater than 0 then
               move "ERROR" to log-level
           end-if.

           set log-text to spaces.
           string
               "LAYOUT MIGRATION OF " delimited by size
               function trim(load-table) delimited by size
               " READ " delimited by size
               read-count delimited by size
               " REPACKED " delimited by size
               loaded-count delimited by size
               " REFUSED " delimited by size
               reject-count delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program layout-migrate.

      *****************************************

       identification division.
       program-id. layout-history.

      ************************************************************
      * PRINTS THE LAYOUT REGISTER layout-migrate KEEPS -- EVERY
      * VERSION OF EVERY TABLE (OR LAYOUT_TABLE'S ONLY) WITH ITS
      * EFFECTIVE BUSINESS DATE, KIND AND ROW COUNT, AND THE
      * DECLARATIONS UNDER IT. WITH LAYOUT_ASOF (YYYYMMDD) ONLY
      * THE VERSION IN FORCE ON THAT DATE IS PRINTED PER TABLE --
      * THE LATEST ONE EFFECTIVE ON OR BEFORE IT -- WHICH IS THE
      * LAYOUT AN ARCHIVE OR A .bak TAKEN THAT DAY WAS WRITTEN
      * UNDER.
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

       working-storage section.
       77 history-stat      pic xx.
       77 history-eof       pic 9.
       77 history-file-name pic x(64).
       77 tenant-stem       pic x(16).
       77 tenant-ext        pic x(4).
       77 want-table        pic x(30).
       77 asof-date         pic x(8).
       77 last-table        pic x(30).
       77 last-version      pic 9(3).
       77 lines-printed     pic 9(5).
       77 t                 pic 9(2).
       77 t-found           pic 9(2).

      *    THE VERSION IN FORCE PER TABLE ON LAYOUT_ASOF, FOUND
      *    ON A FIRST PASS.
       01 in-force-table.
           05 in-force occurs 50 times.
               10 if-table   pic x(30).
               10 if-version pic 9(3).
           05 in-force-size pic 9(2).

       procedure division.

           set want-table to spaces.
           accept want-table from environment "LAYOUT_TABLE".

           set asof-date to spaces.
           accept asof-date from environment "LAYOUT_ASOF".

           set tenant-stem to "layouts".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference history-file-name.

           set in-force-size to 0.

           if asof-date is not equal spaces then
               perform find-versions-in-force
           end-if.

           open input history-file.

           if history-stat is not equal "00" then
               display "NO LAYOUT HISTORY ON FILE"
               goback
           end-if.

           set last-table to spaces.
           set last-version to 0.
           set lines-printed to 0.
           set history-eof to 0.

           perform print-one-line until history-eof is equal 1.

           close history-file.

           if lines-printed is equal 0 then
               display "NO MATCHING LAYOUT HISTORY"
           end-if.

           goback.

      *    FIND-VERSIONS-IN-FORCE -- THE HIGHEST VERSION PER TABLE
      *    WHOSE EFFECTIVE DATE IS ON OR BEFORE LAYOUT_ASOF.
       find-versions-in-force.
           open input history-file.

           if history-stat is not equal "00" then
               exit paragraph
           end-if.

           set history-eof to 0.

           perform note-one-version until history-eof is equal 1.

           close history-file.

           exit paragraph.

       note-one-version.
           read history-file
               at end
                   set history-eof to 1
                   exit paragraph
           end-read.

           if lh-date is greater than asof-date then
               exit paragraph
           end-if.

           perform locate-in-force.

           if t-found is equal 0 then
               if in-force-size is equal 50 then
                   exit paragraph
               end-if
               add 1 to in-force-size
               move in-force-size to t-found
               move lh-table to if-table(t-found)
               move 0 to if-version(t-found)
           end-if.

           if lh-version is greater than if-version(t-found) then
               move lh-version to if-version(t-found)
           end-if.

           exit paragraph.

      *    LOCATE-IN-FORCE -- THIS LINE'S TABLE IN THE IN-FORCE
      *    LIST (t-found 0 = NOT THERE YET).
       locate-in-force.
           set t-found to 0.

           perform match-one-in-force
               varying t from 1 by 1
               until t is greater than in-force-size.

           exit paragraph.

       match-one-in-force.
           if if-table(t) is equal lh-table then
               move t to t-found
           end-if.

           exit paragraph.

      *    PRINT-ONE-LINE -- A HEADING WHEN THE TABLE OR VERSION
      *    CHANGES, THEN THE DECLARATION ITSELF.
       print-one-line.
           read history-file
               at end
                   set history-eof to 1
                   exit paragraph
           end-read.

           if want-table is not equal spaces
           and lh-table is not equal want-table then
               exit paragraph
           end-if.

           if asof-date is not equal spaces then
               perform locate-in-force
               if t-found is equal 0 then
                   exit paragraph
               end-if
               if lh-version is not equal if-version(t-found) then
                   exit paragraph
               end-if
           end-if.

           if lh-table is not equal last-table
           or lh-version is not equal last-version then
               display " "
               display function trim(lh-table) " VERSION "
                   lh-version " EFFECTIVE " lh-date " "
                   function trim(lh-kind) " ROWS " lh-rows
                   " STAMP " lh-stamp
               move lh-table to last-table
               move lh-version to last-version
           end-if.

           display "    " function trim(lh-declaration).
           add 1 to lines-printed.

           exit paragraph.

       end program layout-history.
