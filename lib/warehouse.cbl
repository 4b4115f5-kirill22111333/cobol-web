       identification division.
       program-id. warehouse-extract.

      ************************************************************
      * NIGHTLY FEED FOR THE DATA WAREHOUSE -- THE BI TEAM USED TO
      * REBUILD FROM FULL csv-extract DUMPS, SO EVERY FACT FOLLOWED
      * ITS CUSTOMER'S CURRENT REGION AND LAST YEAR'S SALES MOVED
      * WITH IT. THIS RUN KEEPS SLOWLY CHANGING DIMENSION HISTORY
      * FOR THE TABLES DECLARED IN "warehouse.cfg", ONE LINE EACH:
      *
      *     DIM  <table> <tracked,...> [<overwrite,...>]
      *     FACT <table> <date-field> <ref-field>:<dim>[,...]
      *          <field,...>
      *
      * FIELD NAMES ARE schemas.cfg DECLARATIONS, UP TO TEN PER
      * LIST (TEN PER DIMENSION IN ALL), FOUR REFERENCES PER FACT;
      * A FACT'S REFERENCE FIELD HOLDS THE DIMENSION ROW'S KEY.
      *
      * EVERY VERSION OF EVERY DIMENSION ROW IS KEPT IN
      * "warehouse.dat" -- A SURROGATE KEY (db-sequence
      * "WAREHOUSE"), EFFECTIVE-FROM AND EFFECTIVE-TO DATES
      * (99991231 WHILE CURRENT) AND THE ROW IMAGE AS STORED, SO
      * SENSITIVE FIELDS STAY SCRAMBLED AT REST. THE VERSIONS ARE
      * WORKED OUT FROM audit.log, NOT FROM TONIGHT'S TABLE, SO A
      * CHANGE IS DATED THE DAY IT WAS MADE: A CHANGE TO A TRACKED
      * FIELD CLOSES THE CURRENT VERSION THE DAY BEFORE AND OPENS
      * A NEW ONE (A SECOND CHANGE THE SAME DAY AMENDS THAT DAY'S
      * VERSION); A CHANGE TO AN OVERWRITE FIELD ONLY AMENDS THE
      * CURRENT VERSION; A DELETE CLOSES IT. A ROW OLDER THAN THE
      * TRAIL STARTS ON 19000101.
      *
      * A FACT ROW CARRIES, FOR EACH REFERENCE, THE SURROGATE KEY
      * OF THE DIMENSION VERSION IN FORCE ON THE FACT'S OWN DATE
      * FIELD (THE CURRENT ONE WHEN THE FACT HAS NO DATE; 0 WHEN
      * NO VERSION COVERS IT -- COUNTED AND LOGGED).
      *
      * THE RUN IS INCREMENTAL. "warehouse.ckp" HOLDS HOW FAR INTO
      * audit.log THE LAST RUN READ AND THE SEAL OF THAT LINE; A
      * TRAIL THAT NO LONGER MATCHES IT IS REPLAYED FROM THE START,
      * WHICH IS HARMLESS -- A CHANGE ALREADY APPLIED FINDS NOTHING
      * DIFFERENT AND OPENS NOTHING. EACH NIGHT'S FILES CARRY THE
      * DIMENSION VERSIONS OPENED, AMENDED OR CLOSED AND THE FACT
      * ROWS CHANGED SINCE THEN ("U" UPSERT, "D" DELETE); THE FIRST
      * RUN CARRIES EVERYTHING. FOR THE BUSINESS DAY:
      *
      *     wh.[<tenant>.]<table>.dim.YYYYMMDD.csv
      *     wh.[<tenant>.]<table>.fact.YYYYMMDD.csv
      *     wh.[<tenant>.]YYYYMMDD.ctl
      *
      * EACH CSV STARTS WITH A LINE NAMING ITS COLUMNS. THE
      * CONTROL FILE HOLDS "FILE <name> <rows>" PER FILE AND A
      * CLOSING "TOTAL <files> <rows>"; IT IS WRITTEN LAST, AND THE
      * CHECKPOINT ONLY AFTER IT, SO A RUN THAT FAILS PART WAY
      * SIMPLY RUNS AGAIN. HAND-OFF IS partner-deliver: A
      * deliveries.cfg LINE WHOSE TABLE IS "@wh" (OR
      * "@wh.<tenant>") SENDS THE FILES THE DAY'S CONTROL FILE
      * LISTS. A SECOND RUN ON THE SAME BUSINESS DAY FINDS THE
      * CONTROL FILE AND STOPS, FINISHING 4 -- THE NEXT DAY'S RUN
      * PICKS UP FROM THE CHECKPOINT. FINISHES 8 WHEN IT CANNOT
      * RUN.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select warehouse-config assign to "warehouse.cfg"
           organization is line sequential
           file status is config-stat.

           select audit-file assign to dynamic audit-file-name
           organization is line sequential
           file status is audit-stat.

           select dim-store assign to dynamic store-file-name
           organization is indexed
           access mode is dynamic
           record key is wd-key
           file status is store-stat.

           select checkpoint-file assign to dynamic checkpoint-name
           organization is line sequential
           file status is checkpoint-stat.

           select out-file assign to dynamic out-path
           organization is line sequential
           file status is out-stat.

       data division.

       file section.
       fd warehouse-config.
       01 config-record pic x(512).

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

       fd dim-store.
       01 dim-record.
           05 wd-key.
               10 wd-table   pic x(30).
               10 wd-natural pic x(50).
               10 wd-version pic 9(4).
           05 wd-surrogate  pic 9(9).
           05 wd-from       pic x(8).
           05 wd-to         pic x(8).
           05 wd-current    pic x(1).
           05 wd-touched    pic x(14).
           05 wd-image      pic x(1024).

       fd checkpoint-file.
       01 checkpoint-record.
           05 ckp-count     pic 9(9).
           05 filler        pic x(1).
           05 ckp-seal      pic x(16).
           05 filler        pic x(1).
           05 ckp-date      pic x(8).

       fd out-file.
       01 out-record pic x(2048).

       working-storage section.
       01 active-tenant pic x(30) external.

       77 config-stat     pic xx.
       77 audit-stat      pic xx.
       77 store-stat      pic xx.
       77 checkpoint-stat pic xx.
       77 out-stat        pic xx.
       77 config-eof      pic 9.
       77 audit-eof       pic 9.
       77 scan-done       pic 9.
       77 config-bad      pic 9.
       77 first-run       pic 9.

       77 run-date        pic x(8).
       77 run-stamp       pic x(14).
       77 tenant-folded   pic x(30).
       77 file-prefix     pic x(40).
       77 control-path    pic x(64).
       77 audit-file-name pic x(64).
       77 store-file-name pic x(64).
       77 checkpoint-name pic x(64).
       77 out-path        pic x(64).
       77 tenant-stem     pic x(16).
       77 tenant-ext      pic x(4).
       77 exist-result    pic s9(9) comp.
       01 file-detail.
           05 fd-size pic 9(18) comp.
           05 fd-date.
               10 fd-day   pic 9(2) comp.
               10 fd-month pic 9(2) comp.
               10 fd-year  pic 9(4) comp.
           05 fd-time.
               10 fd-hour   pic 9(2) comp.
               10 fd-minute pic 9(2) comp.
               10 fd-second pic 9(2) comp.
               10 fd-hund   pic 9(2) comp.

       01 config-fields.
           05 cfg-kind   pic x(8).
           05 cfg-table  pic x(30).
           05 cfg-arg1   pic x(256).
           05 cfg-arg2   pic x(256).
           05 cfg-arg3   pic x(256).

       77 list-text       pic x(256).
       77 list-pointer    pic 9(3).
       77 one-name        pic x(64).
       01 name-list.
           05 list-name occurs 10 times pic x(64).
           05 name-list-size pic 9(2).

       01 dim-list.
           05 dim-entry occurs 10 times.
               10 dm-table   pic x(30).
               10 dm-field   occurs 10 times pic x(30).
               10 dm-field-size   pic 9(2).
               10 dm-tracked-size pic 9(2).
               10 dm-file    pic x(64).
               10 dm-rows    pic 9(7).
           05 dim-list-size pic 9(2).
       77 d               pic 9(2).

       01 fact-list.
           05 fact-entry occurs 10 times.
               10 ft-table      pic x(30).
               10 ft-date-field pic x(30).
               10 ft-ref occurs 4 times.
                   15 ft-ref-field pic x(30).
                   15 ft-ref-dim   pic x(30).
               10 ft-ref-size   pic 9(2).
               10 ft-field   occurs 10 times pic x(30).
               10 ft-field-size pic 9(2).
               10 ft-full       pic 9.
               10 ft-file       pic x(64).
               10 ft-rows       pic 9(7).
           05 fact-list-size pic 9(2).
       77 ft              pic 9(2).

       01 touched-list.
           05 touched-entry occurs 2000 times.
               10 tf-fact pic 9(2).
               10 tf-key  pic x(50).
           05 touched-list-size pic 9(4).
       77 t               pic 9(4).
       77 seen            pic 9.

       77 k               pic 9(2).
       77 n               pic 9(2).
       77 ref-ok          pic 9.

       01 checkpoint-state.
           05 ck-count     pic 9(9).
           05 ck-seal      pic x(16).
       77 skip-count      pic 9(9).
       77 line-count      pic 9(9).
       77 last-seal       pic x(16).

       77 change-date     pic x(8).
       77 prior-date      pic x(8).
       77 day-int         pic 9(8).
       77 month-num       pic 9(2).
       77 stamp-mon       pic x(3).

       77 want-table      pic x(30).
       77 natural-key     pic x(50).
       77 cur-version     pic 9(4).
       01 cur-record.
           05 cv-key.
               10 cv-table   pic x(30).
               10 cv-natural pic x(50).
               10 cv-version pic 9(4).
           05 cv-surrogate  pic 9(9).
           05 cv-from       pic x(8).
           05 cv-to         pic x(8).
           05 cv-current    pic x(1).
           05 cv-touched    pic x(14).
           05 cv-image      pic x(1024).
       77 new-from        pic x(8).
       77 new-image       pic x(1024).
       77 clear-old       pic x(1024).
       77 clear-new       pic x(1024).
       77 old-value       pic x(256).
       77 field-value     pic x(256).
       77 field-found     pic 9.
       77 tracked-changed pic 9.
       77 overwrite-changed pic 9.

       77 at-date         pic x(8).
       77 found-surrogate pic 9(9).

       77 seq-name        pic x(30) value "WAREHOUSE".
       77 next-value      pic 9(11).
       77 seq-status      pic 9.

       77 blank-key       pic x(50).
       77 query-key       pic x(50).
       77 resume-key      pic x(50).
       77 page-done       pic 9.
       77 query-status    pic 9.
       77 fetch-count     pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 r               pic 9(3).
       77 tilde-hits      pic 9(3).

       77 line-pointer    pic 9(4).
       77 fact-date       pic x(8).
       77 fact-action     pic x(1).
       77 ref-key         pic x(50).
       77 sk-edit         pic z(8)9.
       77 count-edit      pic z(6)9.

       77 changes-applied pic 9(7).
       77 versions-opened pic 9(7).
       77 unresolved-count pic 9(7).
       77 files-written   pic 9(3).
       77 rows-written    pic 9(9).

       77 log-level       pic x(5).
       77 log-source      pic x(32) value "warehouse-extract".
       77 log-text        pic x(256).

       procedure division.

           call "business-date"
           using by reference run-date.

           move function current-date(1:14) to run-stamp.

           perform resolve-file-names.

           call "CBL_CHECK_FILE_EXIST"
           using function trim(control-path),
                 file-detail
           returning exist-result.

           if exist-result is equal 0 then
               display "ALREADY EXTRACTED FOR " run-date " - "
                   function trim(control-path)
               move 4 to return-code
               goback
           end-if.

           perform load-warehouse-config.

           if config-bad is equal 1 then
               move 8 to return-code
               goback
           end-if.

           if dim-list-size is equal 0
           and fact-list-size is equal 0 then
               display "NO TABLES DECLARED IN warehouse.cfg"
               move 8 to return-code
               goback
           end-if.

           perform read-checkpoint.

           open i-o dim-store.

           if store-stat is equal "35" then
               open output dim-store
               close dim-store
               open i-o dim-store
           end-if.

           if store-stat is not equal "00" then
               display "CANNOT OPEN " function trim(store-file-name)
               move 8 to return-code
               goback
           end-if.

           set changes-applied to 0.
           set versions-opened to 0.
           set unresolved-count to 0.
           set touched-list-size to 0.

      *    THE TRAIL FIRST -- EVERY DIMENSION CHANGE SINCE THE
      *    CHECKPOINT APPLIED IN WRITE ORDER, EVERY FACT KEY TOUCHED
      *    NOTED.
           perform replay-audit-trail.

      *    THEN EVERY DIMENSION ROW THE TRAIL NEVER SAW.
           perform backfill-one-dimension
               varying d from 1 by 1
               until d is greater than dim-list-size.

           set files-written to 0.
           set rows-written to 0.

           perform write-dimension-file
               varying d from 1 by 1
               until d is greater than dim-list-size
               or return-code is not equal 0.

           perform write-fact-file
               varying ft from 1 by 1
               until ft is greater than fact-list-size
               or return-code is not equal 0.

           close dim-store.

           if return-code is not equal 0 then
               goback
           end-if.

           perform write-control-file.

           if return-code is not equal 0 then
               goback
           end-if.

           perform write-checkpoint.

           move rows-written to count-edit.
           set log-text to spaces.
           string
               function trim(control-path) " WRITTEN - "
               function trim(count-edit) " ROW(S) IN "
               delimited by size
               into log-text
           end-string.
           move files-written to count-edit.
           string
               function trim(log-text) delimited by "  "
               " " function trim(count-edit) " FILE(S)"
               delimited by size
               into log-text
           end-string.

           move "INFO" to log-level.
           perform write-log.
           display function trim(log-text).

           move changes-applied to count-edit.
           display function trim(count-edit)
               " DIMENSION CHANGE(S) APPLIED".
           move versions-opened to count-edit.
           display function trim(count-edit)
               " DIMENSION VERSION(S) OPENED".

           if unresolved-count is greater than 0 then
               move unresolved-count to count-edit
               set log-text to spaces
               string
                   function trim(count-edit)
                   " FACT REFERENCE(S) WITH NO DIMENSION VERSION"
                   " - SURROGATE 0"
                   delimited by size
                   into log-text
               end-string
               move "WARN" to log-level
               perform write-log
               display function trim(log-text)
           end-if.

           goback.

      *    RESOLVE-FILE-NAMES -- THE TENANT'S TRAIL, STORE AND
      *    CHECKPOINT THROUGH tenant-file-name; THE OUTPUT FILES
      *    CARRY THE FOLDED TENANT NAME AFTER "wh.".
       resolve-file-names.
           move active-tenant to tenant-folded.

           if tenant-folded is equal spaces
           or tenant-folded is equal low-values then
               set tenant-folded to spaces
               accept tenant-folded from environment "TENANT"
           end-if.

           inspect tenant-folded replacing all "/" by "-".
           inspect tenant-folded replacing all "." by "-".

           set file-prefix to spaces.
           if tenant-folded is equal spaces then
               move "wh." to file-prefix
           else
               string
                   "wh." function trim(tenant-folded) "."
                   delimited by size
                   into file-prefix
               end-string
           end-if.

           set control-path to spaces.
           string
               function trim(file-prefix) run-date ".ctl"
               delimited by size
               into control-path
           end-string.

           set tenant-stem to "audit".
           set tenant-ext to "log".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference audit-file-name.

           set tenant-stem to "warehouse".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference store-file-name.

           set tenant-stem to "warehouse".
           set tenant-ext to "ckp".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference checkpoint-name.

           exit paragraph.

      *    LOAD-WAREHOUSE-CONFIG -- THE DIM AND FACT LINES; A FACT
      *    REFERENCING A TABLE NOT DECLARED AS A DIM STOPS THE RUN.
       load-warehouse-config.
           set dim-list-size to 0.
           set fact-list-size to 0.
           set config-bad to 0.

           open input warehouse-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform load-one-line until config-eof is equal 1.

           close warehouse-config.

           perform check-fact-references
               varying ft from 1 by 1
               until ft is greater than fact-list-size.

           exit paragraph.

       load-one-line.
           read warehouse-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-kind, cfg-table, cfg-arg1, cfg-arg2,
                    cfg-arg3
           end-unstring.

           if cfg-table is equal spaces then
               exit paragraph
           end-if.

           evaluate cfg-kind
               when "DIM"
                   perform load-dim-line
               when "FACT"
                   perform load-fact-line
           end-evaluate.

           exit paragraph.

      *    LOAD-DIM-LINE -- TRACKED FIELDS FIRST, THEN THE
      *    OVERWRITE FIELDS AFTER THEM IN THE SAME LIST.
       load-dim-line.
           if dim-list-size is equal 10
           or cfg-arg1 is equal spaces then
               exit paragraph
           end-if.

           add 1 to dim-list-size.
           move dim-list-size to d.
           move cfg-table to dm-table(d).
           set dm-field-size(d) to 0.
           set dm-rows(d) to 0.

           move cfg-arg1 to list-text.
           perform split-name-list.
           perform add-dim-field
               varying n from 1 by 1
               until n is greater than name-list-size.

           move dm-field-size(d) to dm-tracked-size(d).

           move cfg-arg2 to list-text.
           perform split-name-list.
           perform add-dim-field
               varying n from 1 by 1
               until n is greater than name-list-size.

           exit paragraph.

       add-dim-field.
           if dm-field-size(d) is less than 10 then
               add 1 to dm-field-size(d)
               move list-name(n) to dm-field(d, dm-field-size(d))
           end-if.

           exit paragraph.

       load-fact-line.
           if fact-list-size is equal 10
           or cfg-arg1 is equal spaces then
               exit paragraph
           end-if.

           add 1 to fact-list-size.
           move fact-list-size to ft.
           move cfg-table to ft-table(ft).
           move cfg-arg1 to ft-date-field(ft).
           set ft-ref-size(ft) to 0.
           set ft-field-size(ft) to 0.
           set ft-full(ft) to 0.
           set ft-rows(ft) to 0.

           move cfg-arg2 to list-text.
           perform split-name-list.
           perform add-fact-ref
               varying n from 1 by 1
               until n is greater than name-list-size.

           move cfg-arg3 to list-text.
           perform split-name-list.
           perform add-fact-field
               varying n from 1 by 1
               until n is greater than name-list-size.

           exit paragraph.

       add-fact-ref.
           if ft-ref-size(ft) is equal 4 then
               exit paragraph
           end-if.

           add 1 to ft-ref-size(ft).
           move ft-ref-size(ft) to k.

           unstring list-name(n) delimited by ":"
               into ft-ref-field(ft, k), ft-ref-dim(ft, k)
           end-unstring.

           exit paragraph.

       add-fact-field.
           add 1 to ft-field-size(ft).
           move list-name(n) to ft-field(ft, ft-field-size(ft)).

           exit paragraph.

      *    SPLIT-NAME-LIST -- list-text, A COMMA LIST, INTO
      *    list-name; AT MOST TEN.
       split-name-list.
           set name-list-size to 0.
           set list-pointer to 1.

           perform split-one-name
               until list-pointer is greater than 256
               or name-list-size is equal 10.

           exit paragraph.

       split-one-name.
           set one-name to spaces.

           unstring list-text delimited by ","
               into one-name
               with pointer list-pointer
           end-unstring.

           if one-name is not equal spaces then
               add 1 to name-list-size
               move one-name to list-name(name-list-size)
           end-if.

           exit paragraph.

       check-fact-references.
           perform check-one-reference
               varying k from 1 by 1
               until k is greater than ft-ref-size(ft).

           exit paragraph.

       check-one-reference.
           set ref-ok to 0.

           perform match-dim-name
               varying d from 1 by 1
               until d is greater than dim-list-size
               or ref-ok is equal 1.

           if ref-ok is equal 0 then
               display "FACT " function trim(ft-table(ft))
                   " REFERENCES " function trim(ft-ref-dim(ft, k))
                   " WHICH IS NOT DECLARED AS A DIM"
               set config-bad to 1
           end-if.

           exit paragraph.

       match-dim-name.
           if dm-table(d) is equal ft-ref-dim(ft, k) then
               set ref-ok to 1
           end-if.

           exit paragraph.

      *    READ-CHECKPOINT -- NO CHECKPOINT FILE IS THE FIRST RUN.
       read-checkpoint.
           set ck-count to 0.
           set ck-seal to spaces.
           set first-run to 1.

           open input checkpoint-file.

           if checkpoint-stat is not equal "00" then
               exit paragraph
           end-if.

           read checkpoint-file
               at end
                   continue
               not at end
                   if ckp-count is numeric then
                       move ckp-count to ck-count
                       move ckp-seal to ck-seal
                       set first-run to 0
                   end-if
           end-read.

           close checkpoint-file.

           exit paragraph.

      *    REPLAY-AUDIT-TRAIL -- THE LINES PAST THE CHECKPOINT, IN
      *    ORDER, ONCE THE CHECKPOINT IS KNOWN TO STILL DESCRIBE
      *    THIS TRAIL.
       replay-audit-trail.
           set skip-count to ck-count.
           set last-seal to ck-seal.

           if skip-count is greater than 0 then
               perform verify-checkpoint
           end-if.

           set line-count to 0.

           open input audit-file.

           if audit-stat is not equal "00" then
               exit paragraph
           end-if.

           set audit-eof to 0.

           perform replay-one-line until audit-eof is equal 1.

           close audit-file.

           exit paragraph.

      *    VERIFY-CHECKPOINT -- THE LINE AT THE CHECKPOINT MUST
      *    STILL CARRY THE SEAL RECORDED FOR IT; A ROTATED OR
      *    RESTORED TRAIL IS REPLAYED WHOLE.
       verify-checkpoint.
           set line-count to 0.
           set last-seal to spaces.

           open input audit-file.

           if audit-stat is equal "00" then
               set audit-eof to 0
               perform count-one-line
                   until audit-eof is equal 1
                   or line-count is equal skip-count
               close audit-file
           end-if.

           if line-count is equal skip-count
           and last-seal is equal ck-seal then
               exit paragraph
           end-if.

           set skip-count to 0.

           move "WARN" to log-level.
           set log-text to spaces.
           string
               function trim(audit-file-name)
               " NO LONGER MATCHES THE CHECKPOINT - REPLAYING"
               " FROM THE START"
               delimited by size
               into log-text
           end-string.
           perform write-log.

           exit paragraph.

       count-one-line.
           read audit-file
               at end
                   set audit-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-count.
           move audit-seal to last-seal.

           exit paragraph.

      *    REPLAY-ONE-LINE -- A DIMENSION CHANGE IS APPLIED, A FACT
      *    CHANGE NOTED; ANYTHING ELSE, OR AN UNDO LINK, PASSES.
       replay-one-line.
           read audit-file
               at end
                   set audit-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-count.
           move audit-seal to last-seal.

           if line-count is not greater than skip-count
           or audit-action is equal "UNDO" then
               exit paragraph
           end-if.

           perform stamp-to-date.

           if change-date is not numeric then
               exit paragraph
           end-if.

           set ref-ok to 0.
           perform match-audit-dim
               varying d from 1 by 1
               until d is greater than dim-list-size
               or ref-ok is equal 1.

           if ref-ok is equal 1 then
               subtract 1 from d
               perform apply-dim-change
               exit paragraph
           end-if.

           set ref-ok to 0.
           perform match-audit-fact
               varying ft from 1 by 1
               until ft is greater than fact-list-size
               or ref-ok is equal 1.

           if ref-ok is equal 1 then
               subtract 1 from ft
               perform note-touched-fact
           end-if.

           exit paragraph.

       match-audit-dim.
           if dm-table(d) is equal audit-table then
               set ref-ok to 1
           end-if.

           exit paragraph.

       match-audit-fact.
           if ft-table(ft) is equal audit-table then
               set ref-ok to 1
           end-if.

           exit paragraph.

      *    STAMP-TO-DATE -- THE date-utc STAMP AS YYYYMMDD, THE
      *    SAME TRANSLATION audit-asof MAKES.
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

           set change-date to spaces.

           if month-num is equal 0 then
               exit paragraph
           end-if.

           string
               audit-stamp(13:4) delimited by size
               month-num delimited by size
               audit-stamp(6:2) delimited by size
               into change-date
           end-string.

           exit paragraph.

      *    NOTE-TOUCHED-FACT -- ONE FACT KEY, ONCE; A LIST THAT
      *    WOULD OVERFLOW SENDS THE WHOLE TABLE INSTEAD.
       note-touched-fact.
           if ft-full(ft) is equal 1 then
               exit paragraph
           end-if.

           set seen to 0.
           perform match-touched
               varying t from 1 by 1
               until t is greater than touched-list-size
               or seen is equal 1.

           if seen is equal 1 then
               exit paragraph
           end-if.

           if touched-list-size is equal 2000 then
               set ft-full(ft) to 1
               exit paragraph
           end-if.

           add 1 to touched-list-size.
           move ft to tf-fact(touched-list-size).
           move audit-key to tf-key(touched-list-size).

           exit paragraph.

       match-touched.
           if tf-fact(t) is equal ft
           and tf-key(t) is equal audit-key then
               set seen to 1
           end-if.

           exit paragraph.

      *    APPLY-DIM-CHANGE -- ONE AUDIT LINE AGAINST THE ROW'S
      *    VERSION HISTORY. A ROW THE STORE HAS NEVER SEEN BUT
      *    WHOSE BEFORE IMAGE THE LINE CARRIES EXISTED BEFORE THE
      *    TRAIL: IT GETS ITS 19000101 VERSION FIRST.
       apply-dim-change.
           add 1 to changes-applied.

           move dm-table(d) to want-table.
           move audit-key to natural-key.
           perform find-current-version.

           if cur-version is equal 0
           and audit-before is not equal spaces then
               move "19000101" to new-from
               move audit-before to new-image
               perform open-version
           end-if.

           if audit-action is equal "DELETE" then
               perform close-for-delete
           else
               perform apply-new-image
           end-if.

           exit paragraph.

      *    APPLY-NEW-IMAGE -- THE AFTER IMAGE AGAINST THE CURRENT
      *    VERSION, FIELD BY DECLARED FIELD.
       apply-new-image.
           move audit-after to new-image.
           move change-date to new-from.

           if cur-version is equal 0
           or cv-current is not equal "Y" then
               perform open-version
               exit paragraph
           end-if.

           move cv-image to clear-old.
           call "db-crypt-row"
           using by content want-table,
           by reference clear-old,
           by content "DECRYPT".

           move new-image to clear-new.
           call "db-crypt-row"
           using by content want-table,
           by reference clear-new,
           by content "DECRYPT".

           set tracked-changed to 0.
           set overwrite-changed to 0.

           perform compare-one-field
               varying k from 1 by 1
               until k is greater than dm-field-size(d).

           if tracked-changed is equal 1
           and cv-from is less than change-date then
               perform day-before-change
               move prior-date to cv-to
               move "N" to cv-current
               perform rewrite-current
               perform open-version
               exit paragraph
           end-if.

           if tracked-changed is equal 1
           or overwrite-changed is equal 1 then
               move new-image to cv-image
               perform rewrite-current
           end-if.

           exit paragraph.

       compare-one-field.
           call "db-get-field"
           using by content want-table,
           by content dm-field(d, k),
           by content clear-old,
           by reference old-value,
           by reference field-found.

           call "db-get-field"
           using by content want-table,
           by content dm-field(d, k),
           by content clear-new,
           by reference field-value,
           by reference field-found.

           if field-value is equal old-value then
               exit paragraph
           end-if.

           if k is not greater than dm-tracked-size(d) then
               set tracked-changed to 1
           else
               set overwrite-changed to 1
           end-if.

           exit paragraph.

      *    CLOSE-FOR-DELETE -- THE CURRENT VERSION ENDS THE DAY
      *    BEFORE THE DELETE (THE SAME DAY, WHEN IT ONLY BEGAN
      *    THAT DAY).
       close-for-delete.
           if cur-version is equal 0
           or cv-current is not equal "Y" then
               exit paragraph
           end-if.

           if cv-from is less than change-date then
               perform day-before-change
               move prior-date to cv-to
           else
               move change-date to cv-to
           end-if.

           move "N" to cv-current.
           perform rewrite-current.

           exit paragraph.

       day-before-change.
           compute day-int = function integer-of-date(
               function numval(change-date)) - 1.
           compute day-int = function date-of-integer(day-int).
           move day-int to prior-date.

           exit paragraph.

      *    FIND-CURRENT-VERSION -- THE HIGHEST VERSION OF
      *    want-table/natural-key INTO cur-record; cur-version 0
      *    WHEN THERE IS NONE.
       find-current-version.
           set cur-version to 0.
           move spaces to cur-record.

           move want-table to wd-table.
           move natural-key to wd-natural.
           move 0 to wd-version.

           start dim-store key is not less than wd-key
               invalid key
                   exit paragraph
           end-start.

           set scan-done to 0.
           perform scan-one-version until scan-done is equal 1.

           exit paragraph.

       scan-one-version.
           read dim-store next record
               at end
                   set scan-done to 1
                   exit paragraph
           end-read.

           if wd-table is not equal want-table
           or wd-natural is not equal natural-key then
               set scan-done to 1
               exit paragraph
           end-if.

           move dim-record to cur-record.
           move wd-version to cur-version.

           exit paragraph.

      *    OPEN-VERSION -- THE NEXT VERSION, CURRENT FROM new-from,
      *    UNDER A NEW SURROGATE KEY; IT BECOMES cur-record.
       open-version.
           set next-value to 0.
           set seq-status to 0.

           call "db-sequence"
           using by content seq-name,
           by reference next-value,
           by reference seq-status.

           add 1 to cur-version.

           move spaces to dim-record.
           move want-table to wd-table.
           move natural-key to wd-natural.
           move cur-version to wd-version.
           move next-value to wd-surrogate.
           move new-from to wd-from.
           move "99991231" to wd-to.
           move "Y" to wd-current.
           move run-stamp to wd-touched.
           move new-image to wd-image.

           write dim-record
               invalid key
                   continue
               not invalid key
                   add 1 to versions-opened
           end-write.

           move dim-record to cur-record.

           exit paragraph.

       rewrite-current.
           move run-stamp to cv-touched.
           move cur-record to dim-record.

           rewrite dim-record
               invalid key
                   continue
           end-rewrite.

           exit paragraph.

      *    BACKFILL-ONE-DIMENSION -- EVERY ROW ON FILE WITH NO
      *    VERSION YET (THE FIRST RUN, OR A ROW THE TRAIL NEVER
      *    RECORDED) STARTS ITS HISTORY ON 19000101 AS IT STANDS.
       backfill-one-dimension.
           move dm-table(d) to want-table.
           set blank-key to spaces.
           set resume-key to spaces.
           set page-done to 0.

           perform backfill-one-page until page-done is equal 1.

           exit paragraph.

       backfill-one-page.
           perform fetch-table-page.

           perform backfill-one-row
               varying r from 1 by 1
               until r is greater than fetch-count.

           exit paragraph.

       backfill-one-row.
           set tilde-hits to 0.
           inspect fetch-row-key(r) tallying tilde-hits for all "~".

           if tilde-hits is greater than 0 then
               exit paragraph
           end-if.

           move fetch-row-key(r) to natural-key.
           perform find-current-version.

           if cur-version is greater than 0 then
               exit paragraph
           end-if.

      *    db-query HANDS BACK CLEAR VALUES; THE STORE KEEPS THE
      *    AT-REST FORM.
           move fetch-row-value(r) to new-image.
           call "db-crypt-row"
           using by content want-table,
           by reference new-image,
           by content "ENCRYPT".

           move "19000101" to new-from.
           perform open-version.

           exit paragraph.

      *    FETCH-TABLE-PAGE -- THE NEXT db-query PAGE OF
      *    want-table; A SHORT PAGE IS THE LAST.
       fetch-table-page.
           set query-status to 0.
           set fetch-count to 0.

           if resume-key is equal spaces then
               call "db-query"
               using by content want-table,
               by content blank-key,
               by reference fetch-rows,
               by reference fetch-count,
               by reference query-status
           else
               call "db-query"
               using by content want-table,
               by content blank-key,
               by reference fetch-rows,
               by reference fetch-count,
               by reference query-status,
               by content resume-key
           end-if.

           if fetch-count is equal 0 then
               set page-done to 1
               exit paragraph
           end-if.

           set resume-key to fetch-row-key(fetch-count).

           if fetch-count is less than 50 then
               set page-done to 1
           end-if.

           exit paragraph.

      *    WRITE-DIMENSION-FILE -- THE VERSIONS THIS RUN OPENED,
      *    AMENDED OR CLOSED: SURROGATE, NATURAL KEY, THE DECLARED
      *    FIELDS, EFFECTIVE-FROM, EFFECTIVE-TO, CURRENT FLAG.
       write-dimension-file.
           set dm-file(d) to spaces.
           string
               function trim(file-prefix) function trim(dm-table(d))
               ".dim." run-date ".csv"
               delimited by size
               into dm-file(d)
           end-string.

           move dm-file(d) to out-path.
           open output out-file.

           if out-stat is not equal "00" then
               display "CANNOT WRITE " function trim(out-path)
               move 8 to return-code
               exit paragraph
           end-if.

           move spaces to out-record.
           set line-pointer to 1.
           string
               "surrogate_key,natural_key"
               delimited by size
               into out-record
               with pointer line-pointer
           end-string.
           perform add-dim-heading
               varying k from 1 by 1
               until k is greater than dm-field-size(d).
           string
               ",effective_from,effective_to,current"
               delimited by size
               into out-record
               with pointer line-pointer
           end-string.
           write out-record.

           move dm-table(d) to want-table.
           move dm-table(d) to wd-table.
           move low-values to wd-natural.
           move 0 to wd-version.

           set scan-done to 0.

           start dim-store key is not less than wd-key
               invalid key
                   set scan-done to 1
           end-start.

           perform write-one-version until scan-done is equal 1.

           close out-file.

           add 1 to files-written.
           add dm-rows(d) to rows-written.

           exit paragraph.

       add-dim-heading.
           string
               "," function trim(dm-field(d, k))
               delimited by size
               into out-record
               with pointer line-pointer
           end-string.

           exit paragraph.

       write-one-version.
           read dim-store next record
               at end
                   set scan-done to 1
                   exit paragraph
           end-read.

           if wd-table is not equal want-table then
               set scan-done to 1
               exit paragraph
           end-if.

           if wd-touched is not equal run-stamp then
               exit paragraph
           end-if.

           move wd-image to clear-new.
           call "db-crypt-row"
           using by content want-table,
           by reference clear-new,
           by content "DECRYPT".

           move wd-surrogate to sk-edit.
           move spaces to out-record.
           set line-pointer to 1.
           string
               function trim(sk-edit) ","
               function trim(wd-natural)
               delimited by size
               into out-record
               with pointer line-pointer
           end-string.

           perform add-dim-value
               varying k from 1 by 1
               until k is greater than dm-field-size(d).

           string
               "," wd-from "," wd-to "," wd-current
               delimited by size
               into out-record
               with pointer line-pointer
           end-string.

           write out-record.
           add 1 to dm-rows(d).

           exit paragraph.

       add-dim-value.
           call "db-get-field"
           using by content want-table,
           by content dm-field(d, k),
           by content clear-new,
           by reference field-value,
           by reference field-found.

           string
               "," function trim(field-value)
               delimited by size
               into out-record
               with pointer line-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    WRITE-FACT-FILE -- THE FACT ROWS CHANGED SINCE THE
      *    CHECKPOINT (EVERY ROW ON THE FIRST RUN, OR WHEN THE
      *    CHANGE LIST OVERFLOWED): ACTION, KEY, DATE, ONE
      *    SURROGATE KEY PER REFERENCE, THE DECLARED FIELDS.
       write-fact-file.
           set ft-file(ft) to spaces.
           string
               function trim(file-prefix) function trim(ft-table(ft))
               ".fact." run-date ".csv"
               delimited by size
               into ft-file(ft)
           end-string.

           move ft-file(ft) to out-path.
           open output out-file.

           if out-stat is not equal "00" then
               display "CANNOT WRITE " function trim(out-path)
               move 8 to return-code
               exit paragraph
           end-if.

           move spaces to out-record.
           set line-pointer to 1.
           string
               "action,key," function trim(ft-date-field(ft))
               delimited by size
               into out-record
               with pointer line-pointer
           end-string.
           perform add-ref-heading
               varying k from 1 by 1
               until k is greater than ft-ref-size(ft).
           perform add-fact-heading
               varying k from 1 by 1
               until k is greater than ft-field-size(ft).
           write out-record.

           move ft-table(ft) to want-table.

           if first-run is equal 1 or ft-full(ft) is equal 1 then
               set blank-key to spaces
               set resume-key to spaces
               set page-done to 0
               perform fact-one-page until page-done is equal 1
           else
               perform fact-one-touched
                   varying t from 1 by 1
                   until t is greater than touched-list-size
           end-if.

           close out-file.

           add 1 to files-written.
           add ft-rows(ft) to rows-written.

           exit paragraph.

       add-ref-heading.
           string
               "," function trim(ft-ref-field(ft, k)) "_sk"
               delimited by size
               into out-record
               with pointer line-pointer
           end-string.

           exit paragraph.

       add-fact-heading.
           string
               "," function trim(ft-field(ft, k))
               delimited by size
               into out-record
               with pointer line-pointer
           end-string.

           exit paragraph.

       fact-one-page.
           perform fetch-table-page.

           perform fact-one-fetched
               varying r from 1 by 1
               until r is greater than fetch-count.

           exit paragraph.

       fact-one-fetched.
           set tilde-hits to 0.
           inspect fetch-row-key(r) tallying tilde-hits for all "~".

           if tilde-hits is greater than 0 then
               exit paragraph
           end-if.

           move "U" to fact-action.
           perform write-fact-row.

           exit paragraph.

      *    FACT-ONE-TOUCHED -- A NOTED KEY OF THIS FACT TABLE: ON
      *    FILE IS AN UPSERT, GONE IS A DELETE.
       fact-one-touched.
           if tf-fact(t) is not equal ft then
               exit paragraph
           end-if.

           move tf-key(t) to query-key.
           set fetch-count to 0.
           set query-status to 0.

           call "db-query"
           using by content want-table,
           by content query-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           move 1 to r.

           if fetch-count is greater than 0 then
               move "U" to fact-action
               perform write-fact-row
               exit paragraph
           end-if.

           move spaces to out-record.
           string
               "D," function trim(tf-key(t))
               delimited by size
               into out-record
           end-string.
           write out-record.
           add 1 to ft-rows(ft).

           exit paragraph.

      *    WRITE-FACT-ROW -- fetch-row(r) AS ONE FACT LINE.
       write-fact-row.
           call "db-get-field"
           using by content want-table,
           by content ft-date-field(ft),
           by content fetch-row-value(r),
           by reference field-value,
           by reference field-found.

           move field-value(1:8) to fact-date.

           move spaces to out-record.
           set line-pointer to 1.
           string
               fact-action "," function trim(fetch-row-key(r))
               "," function trim(fact-date)
               delimited by size
               into out-record
               with pointer line-pointer
           end-string.

           perform add-fact-surrogate
               varying k from 1 by 1
               until k is greater than ft-ref-size(ft).

           perform add-fact-value
               varying k from 1 by 1
               until k is greater than ft-field-size(ft).

           write out-record.
           add 1 to ft-rows(ft).

           exit paragraph.

      *    ADD-FACT-SURROGATE -- THE REFERENCED DIMENSION ROW'S
      *    VERSION IN FORCE ON THE FACT'S DATE.
       add-fact-surrogate.
           call "db-get-field"
           using by content want-table,
           by content ft-ref-field(ft, k),
           by content fetch-row-value(r),
           by reference field-value,
           by reference field-found.

           move field-value(1:50) to ref-key.
           set found-surrogate to 0.

           if ref-key is not equal spaces then
               move fact-date to at-date
               perform find-version-at-date
           end-if.

           if found-surrogate is equal 0 then
               add 1 to unresolved-count
           end-if.

           move found-surrogate to sk-edit.
           string
               "," function trim(sk-edit)
               delimited by size
               into out-record
               with pointer line-pointer
           end-string.

           exit paragraph.

       add-fact-value.
           call "db-get-field"
           using by content want-table,
           by content ft-field(ft, k),
           by content fetch-row-value(r),
           by reference field-value,
           by reference field-found.

           string
               "," function trim(field-value)
               delimited by size
               into out-record
               with pointer line-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    FIND-VERSION-AT-DATE -- THE VERSION OF ref-key IN THE
      *    REFERENCED DIMENSION WHOSE FROM/TO COVERS at-date (THE
      *    CURRENT ONE WHEN THE FACT CARRIES NO DATE).
       find-version-at-date.
           move ft-ref-dim(ft, k) to wd-table.
           move ref-key to wd-natural.
           move 0 to wd-version.

           start dim-store key is not less than wd-key
               invalid key
                   exit paragraph
           end-start.

           set scan-done to 0.
           perform judge-one-version until scan-done is equal 1.

           exit paragraph.

       judge-one-version.
           read dim-store next record
               at end
                   set scan-done to 1
                   exit paragraph
           end-read.

           if wd-table is not equal ft-ref-dim(ft, k)
           or wd-natural is not equal ref-key then
               set scan-done to 1
               exit paragraph
           end-if.

           if at-date is not numeric then
               if wd-current is equal "Y" then
                   move wd-surrogate to found-surrogate
               end-if
               exit paragraph
           end-if.

           if at-date is not less than wd-from
           and at-date is not greater than wd-to then
               move wd-surrogate to found-surrogate
               set scan-done to 1
           end-if.

           exit paragraph.

      *    WRITE-CONTROL-FILE -- ONE LINE PER FILE WITH ITS ROW
      *    COUNT (THE HEADING LINE NOT COUNTED), THEN THE TOTAL.
       write-control-file.
           move control-path to out-path.
           open output out-file.

           if out-stat is not equal "00" then
               display "CANNOT WRITE " function trim(out-path)
               move 8 to return-code
               exit paragraph
           end-if.

           perform control-one-dim
               varying d from 1 by 1
               until d is greater than dim-list-size.

           perform control-one-fact
               varying ft from 1 by 1
               until ft is greater than fact-list-size.

           move spaces to out-record.
           move rows-written to count-edit.
           string
               "TOTAL " files-written " "
               function trim(count-edit)
               delimited by size
               into out-record
           end-string.
           write out-record.

           close out-file.

           exit paragraph.

       control-one-dim.
           move spaces to out-record.
           move dm-rows(d) to count-edit.
           string
               "FILE " function trim(dm-file(d)) " "
               function trim(count-edit)
               delimited by size
               into out-record
           end-string.
           write out-record.

           exit paragraph.

       control-one-fact.
           move spaces to out-record.
           move ft-rows(ft) to count-edit.
           string
               "FILE " function trim(ft-file(ft)) " "
               function trim(count-edit)
               delimited by size
               into out-record
           end-string.
           write out-record.

           exit paragraph.

      *    WRITE-CHECKPOINT -- HOW FAR INTO THE TRAIL THIS RUN
      *    READ, AND THE SEAL OF THAT LINE.
       write-checkpoint.
           open output checkpoint-file.

           move spaces to checkpoint-record.
           move line-count to ckp-count.
           move last-seal to ckp-seal.
           move run-date to ckp-date.
           write checkpoint-record.

           close checkpoint-file.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program warehouse-extract.
