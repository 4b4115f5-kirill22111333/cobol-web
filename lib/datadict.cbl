       identification division.
       program-id. data-dictionary.

      ************************************************************
      * DATA DICTIONARY AND REGISTRY CROSS-CHECK -- A TABLE'S
      * DEFINITION IS SPREAD OVER ELEVEN PLAIN CONFIG FILES
      * (schemas.cfg, indexes.cfg, phonetic.cfg, relations.cfg,
      * triggers.cfg, retention.cfg, rowscope.cfg, fiscaldate.cfg,
      * search.cfg, approvals.cfg AND reports.cfg), AND A TYPO IN
      * ANY ONE OF THEM SURFACES WEEKS LATER AS A SILENTLY WRONG
      * ANSWER. http-preflight AUDITS THE HTTP SIDE; THIS AUDITS
      * THE DATA SIDE. IT READS EVERY REGISTRY INTO MEMORY AND
      * WRITES "datadict.YYYYMMDD.rpt":
      *
      *   - ONE SECTION PER TABLE: EVERY schemas.cfg FIELD WITH ITS
      *     OFFSET, LENGTH, RULE, SLOT AND FLAGS (SENSITIVE, THE
      *     INDEXES AND FOREIGN KEYS ON IT, ITS ROLE IN SCOPING,
      *     RETENTION AND THE FISCAL CALENDAR), THEN THE TABLE'S
      *     INDEXES, RELATIONS (BOTH WAYS), TRIGGERS, RETENTION
      *     POLICY, REPORTS AND REGISTRY MEMBERSHIPS
      *
      *   - AN EXCEPTIONS SECTION LISTING EVERY INCONSISTENCY:
      *     BAD OR OVERLAPPING FIELD POSITIONS, UNKNOWN RULES, AN
      *     INDEX SLICE THAT MATCHES NO DECLARED FIELD, A RELATION,
      *     TRIGGER, RETENTION, SCOPE, FISCAL OR REPORT LINE NAMING
      *     A FIELD THE TABLE DOES NOT DECLARE, A DATE FIELD THAT
      *     IS NOT 8 CHARACTERS, A SUM OR ROLLUP TARGET THAT IS NOT
      *     NUMERIC, AND SO ON
      *
      * THE REPORT GOES IN THE CATALOG LIKE EVERY OTHER. return-
      * code COMES BACK 4 WHEN THERE ARE EXCEPTIONS, 0 WHEN THE
      * REGISTRIES AGREE -- SO A DEPLOY SCRIPT OR schedule.cfg CAN
      * STOP ON A BAD CONFIG CHANGE. REPORT_DATE OVERRIDES THE
      * DATE THE SAME WAY IT DOES FOR access-report.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select schema-config assign to "schemas.cfg"
           organization is line sequential
           file status is config-stat.

           select index-config assign to "indexes.cfg"
           organization is line sequential
           file status is config-stat.

           select phonetic-config assign to "phonetic.cfg"
           organization is line sequential
           file status is config-stat.

           select relation-config assign to "relations.cfg"
           organization is line sequential
           file status is config-stat.

           select trigger-config assign to "triggers.cfg"
           organization is line sequential
           file status is config-stat.

           select retention-config assign to "retention.cfg"
           organization is line sequential
           file status is config-stat.

           select scope-config assign to "rowscope.cfg"
           organization is line sequential
           file status is config-stat.

           select fiscal-config assign to "fiscaldate.cfg"
           organization is line sequential
           file status is config-stat.

           select search-config assign to "search.cfg"
           organization is line sequential
           file status is config-stat.

           select approval-config assign to "approvals.cfg"
           organization is line sequential
           file status is config-stat.

           select report-config assign to "reports.cfg"
           organization is line sequential
           file status is config-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd schema-config.
       01 schema-record pic x(256).

       fd index-config.
       01 index-record pic x(256).

       fd phonetic-config.
       01 phonetic-record pic x(256).

       fd relation-config.
       01 relation-record pic x(256).

       fd trigger-config.
       01 trigger-record pic x(256).

       fd retention-config.
       01 retention-record pic x(256).

       fd scope-config.
       01 scope-record pic x(256).

       fd fiscal-config.
       01 fiscal-record pic x(256).

       fd search-config.
       01 search-record pic x(256).

       fd approval-config.
       01 approval-record pic x(256).

       fd report-config.
       01 report-config-record pic x(256).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       77 config-stat   pic xx.
       77 report-stat   pic xx.
       77 config-eof    pic 9.
       77 config-line   pic x(256).
       77 line-number   pic 9(5).
       77 registry-name pic x(16).
       77 report-path   pic x(64).
       77 report-date   pic x(8).
       77 catalog-producer pic x(30).

      *    ONE CONFIG LINE, SPLIT INTO ITS WORDS.
       01 config-words.
           05 word occurs 8 times pic x(64).

      *    EVERY TABLE ANY REGISTRY NAMES, IN ORDER OF FIRST
      *    MENTION (schemas.cfg FIRST).
       01 table-list.
           05 table-entry occurs 100 times.
               10 tb-name     pic x(30).
               10 tb-fields   pic 9(3).
               10 tb-search   pic 9.
               10 tb-approval pic 9.
               10 tb-scope    pic x(30).
               10 tb-fiscal   pic x(30).
           05 table-size pic 9(3).

       01 field-list.
           05 field-entry occurs 400 times.
               10 fl-table  pic x(30).
               10 fl-name   pic x(30).
               10 fl-offset pic 9(4).
               10 fl-length pic 9(4).
               10 fl-rule   pic x(16).
               10 fl-slot   pic x(64).
               10 fl-flag   pic x(16).
           05 field-size pic 9(3).

      *    indexes.cfg ("I") AND phonetic.cfg ("P") LINES, EACH
      *    WITH THE DECLARED FIELD ITS SLICE MATCHES (IF ANY).
       01 index-list.
           05 index-entry occurs 100 times.
               10 ix-kind   pic x(1).
               10 ix-table  pic x(30).
               10 ix-name   pic x(20).
               10 ix-offset pic 9(4).
               10 ix-length pic 9(4).
               10 ix-field  pic x(30).
           05 index-size pic 9(3).

       01 relation-list.
           05 relation-entry occurs 100 times.
               10 rl-child  pic x(30).
               10 rl-field  pic x(30).
               10 rl-parent pic x(30).
               10 rl-rule   pic x(10).
           05 relation-size pic 9(3).

       01 trigger-list.
           05 trigger-entry occurs 100 times.
               10 tg-child     pic x(30).
               10 tg-field     pic x(30).
               10 tg-key-field pic x(30).
               10 tg-parent    pic x(30).
               10 tg-target    pic x(30).
               10 tg-op        pic x(8).
           05 trigger-size pic 9(3).

       01 retention-list.
           05 retention-entry occurs 100 times.
               10 rt-table pic x(30).
               10 rt-field pic x(30).
               10 rt-days  pic x(10).
           05 retention-size pic 9(3).

       01 report-list.
           05 report-entry occurs 100 times.
               10 rp-name  pic x(30).
               10 rp-table pic x(30).
           05 report-size pic 9(3).

       01 exception-list.
           05 exception-line occurs 500 times pic x(132).
           05 exception-size pic 9(3).
       77 exception-text pic x(132).
       77 exceptions-dropped pic 9(5).

      *    LOOKUPS.
       77 want-table    pic x(30).
       77 want-field    pic x(30).
       77 hit-table     pic 9(3).
       77 hit-field     pic 9(3).
       77 what-named    pic x(40).
       77 number-text   pic x(10).
       77 number-value  pic 9(6).
       77 number-ok     pic 9.
       77 number-length pic 9(2).
       77 slot-currency pic x(30).
       77 slot-date     pic x(30).

       77 t             pic 9(3).
       77 f             pic 9(3).
       77 g             pic 9(3).
       77 x             pic 9(3).
       77 w             pic 9.
       77 first-end     pic 9(5).
       77 sensitive-table pic 9.
       77 second-end    pic 9(5).
       77 field-pointer pic 9(3).
       77 flag-text     pic x(60).
       77 line-pointer  pic 9(3).
       77 count-edit    pic z(6)9.
       77 number-edit   pic z(3)9.
       77 length-edit   pic z(3)9.

       procedure division.

           call "business-date"
           using by reference report-date.

           initialize table-list field-list index-list
               relation-list trigger-list retention-list
               report-list exception-list.
           set exceptions-dropped to 0.

           perform load-schemas.
           perform check-field-overlaps.
           perform check-key-version-byte.
           perform check-currency-slots.
           perform load-indexes.
           perform load-phonetics.
           perform load-relations.
           perform load-triggers.
           perform load-retention.
           perform load-scopes.
           perform load-fiscal-dates.
           perform load-search.
           perform load-approvals.
           perform load-reports.

           set report-path to spaces.
           string
               "datadict." delimited by size
               report-date delimited by size
               ".rpt" delimited by size
               into report-path
           end-string.

           open output report-file.

           move spaces to report-record.
           string
               "DATA DICTIONARY FOR " delimited by size
               report-date delimited by size
               into report-record
           end-string.
           write report-record.

           move all "=" to report-record(1:40).
           write report-record.

           perform write-table-section
               varying t from 1 by 1
               until t is greater than table-size.

           perform write-exceptions.

           close report-file.

           move table-size to count-edit.
           display function trim(count-edit)
               " TABLE(S) DESCRIBED - SEE "
               function trim(report-path).

           if exception-size is greater than 0 then
               move exception-size to count-edit
               display function trim(count-edit)
                   " REGISTRY EXCEPTION(S)"
           end-if.

      *    THE FINISHED REPORT GOES IN THE CATALOG FOR THE
      *    /reports VIEWER.
           set catalog-producer to "data-dictionary".
           call "report-catalog-add"
           using by content report-path,
           by content report-date,
           by content catalog-producer.

           if exception-size is greater than 0 then
               move 4 to return-code
           else
               move 0 to return-code
           end-if.

           goback.

      *    SPLIT-CONFIG-LINE -- config-line INTO ITS WORDS; A
      *    BLANK LINE OR A "#" COMMENT LEAVES word(1) BLANK.
       split-config-line.
           initialize config-words.

           if config-line(1:1) is equal "#" then
               exit paragraph
           end-if.

           unstring config-line delimited by all X"20"
               into word(1), word(2), word(3), word(4),
                    word(5), word(6), word(7), word(8)
           end-unstring.

           exit paragraph.

      *    TAKE-NUMBER -- number-text AS A WHOLE NUMBER;
      *    number-ok 0 WHEN IT IS BLANK OR NOT ALL DIGITS.
       take-number.
           set number-ok to 0.
           set number-value to 0.

           if number-text is equal spaces then
               exit paragraph
           end-if.

           set number-length to 0.
           inspect number-text tallying number-length
               for characters before initial space.

           if number-length is equal 0
           or number-length is greater than 6 then
               exit paragraph
           end-if.

           if number-text(1:number-length) is not numeric then
               exit paragraph
           end-if.

           move number-text(1:number-length) to number-value.
           set number-ok to 1.

           exit paragraph.

      *    NOTE-TABLE -- want-table'S SLOT IN THE TABLE LIST,
      *    ADDED ON FIRST MENTION; hit-table 0 ONLY WHEN THE LIST
      *    IS FULL.
       note-table.
           set hit-table to 0.

           perform match-table-entry
               varying x from 1 by 1
               until x is greater than table-size
               or hit-table is greater than 0.

           if hit-table is greater than 0
           or table-size is equal 100 then
               exit paragraph
           end-if.

           add 1 to table-size.
           move want-table to tb-name(table-size).
           move table-size to hit-table.

           exit paragraph.

       match-table-entry.
           if tb-name(x) is equal want-table then
               move x to hit-table
           end-if.

           exit paragraph.

      *    FIND-FIELD -- want-field ON want-table; hit-field 0 WHEN
      *    schemas.cfg DOES NOT DECLARE IT.
       find-field.
           set hit-field to 0.

           perform match-field-entry
               varying x from 1 by 1
               until x is greater than field-size
               or hit-field is greater than 0.

           exit paragraph.

       match-field-entry.
           if fl-table(x) is equal want-table
           and fl-name(x) is equal want-field then
               move x to hit-field
           end-if.

           exit paragraph.

      *    REQUIRE-FIELD -- find-field, AND AN EXCEPTION NAMING
      *    registry-name AND what-named WHEN THE FIELD IS MISSING.
      *    A BLANK OR "-" FIELD IS "NONE" AND PASSES.
       require-field.
           set hit-field to 0.

           if want-field is equal spaces
           or want-field is equal "-" then
               exit paragraph
           end-if.

           perform find-field.

           if hit-field is greater than 0 then
               exit paragraph
           end-if.

           move spaces to exception-text.
           string
               function trim(registry-name) delimited by size
               " LINE " delimited by size
               line-number delimited by size
               ": " delimited by size
               function trim(what-named) delimited by size
               " " delimited by size
               function trim(want-field) delimited by size
               " IS NOT A schemas.cfg FIELD OF " delimited by size
               function trim(want-table) delimited by size
               into exception-text
           end-string.
           perform add-exception.

           exit paragraph.

      *    REQUIRE-DATE-FIELD -- THE FIELD JUST FOUND MUST BE A
      *    YYYYMMDD DATE: 8 CHARACTERS WIDE.
       require-date-field.
           if hit-field is equal 0 then
               exit paragraph
           end-if.

           if fl-length(hit-field) is equal 8 then
               exit paragraph
           end-if.

           move fl-length(hit-field) to number-edit.
           move spaces to exception-text.
           string
               function trim(registry-name) delimited by size
               " LINE " delimited by size
               line-number delimited by size
               ": " delimited by size
               function trim(what-named) delimited by size
               " " delimited by size
               function trim(want-field) delimited by size
               " IS " delimited by size
               function trim(number-edit) delimited by size
               " CHARACTERS - NOT A YYYYMMDD DATE" delimited by size
               into exception-text
           end-string.
           perform add-exception.

           exit paragraph.

      *    REQUIRE-NUMERIC-FIELD -- THE FIELD JUST FOUND MUST BE
      *    DECLARED NUMERIC (OR NONE, UNCHECKED) TO BE ADDED UP.
       require-numeric-field.
           if hit-field is equal 0 then
               exit paragraph
           end-if.

           if fl-rule(hit-field) is equal "NUMERIC"
           or fl-rule(hit-field) is equal "NONE" then
               exit paragraph
           end-if.

           move spaces to exception-text.
           string
               function trim(registry-name) delimited by size
               " LINE " delimited by size
               line-number delimited by size
               ": " delimited by size
               function trim(what-named) delimited by size
               " " delimited by size
               function trim(want-field) delimited by size
               " HAS RULE " delimited by size
               function trim(fl-rule(hit-field)) delimited by size
               " - NOT A NUMBER" delimited by size
               into exception-text
           end-string.
           perform add-exception.

           exit paragraph.

       add-exception.
           if exception-size is equal 500 then
               add 1 to exceptions-dropped
               exit paragraph
           end-if.

           add 1 to exception-size.
           move exception-text to exception-line(exception-size).

           exit paragraph.

      *    LOAD-SCHEMAS -- schemas.cfg, EACH LINE CHECKED FOR A
      *    SOUND POSITION, A KNOWN RULE AND A UNIQUE NAME.
       load-schemas.
           set registry-name to "schemas.cfg".

           open input schema-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.
           set line-number to 0.

           perform take-schema-line until config-eof is equal 1.

           close schema-config.

           exit paragraph.

       take-schema-line.
           read schema-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-number.
           move schema-record to config-line.
           perform split-config-line.

           if word(1) is equal spaces then
               exit paragraph
           end-if.

           move word(1) to want-table.
           move word(2) to want-field.
           perform note-table.

           perform find-field.

           if hit-field is greater than 0 then
               move spaces to exception-text
               string
                   "schemas.cfg LINE " delimited by size
                   line-number delimited by size
                   ": FIELD " delimited by size
                   function trim(want-field) delimited by size
                   " OF " delimited by size
                   function trim(want-table) delimited by size
                   " IS DECLARED TWICE" delimited by size
                   into exception-text
               end-string
               perform add-exception
               exit paragraph
           end-if.

           if field-size is equal 400 then
               set exception-text to
                   "schemas.cfg: MORE THAN 400 FIELDS - REST SKIPPED"
               perform add-exception
               set config-eof to 1
               exit paragraph
           end-if.

           add 1 to field-size.
           move want-table to fl-table(field-size).
           move want-field to fl-name(field-size).
           move word(5) to fl-rule(field-size).
           move word(6) to fl-slot(field-size).
           move word(7) to fl-flag(field-size).

           if hit-table is greater than 0 then
               add 1 to tb-fields(hit-table)
           end-if.

           move word(3) to number-text.
           perform take-number.
           move number-value to fl-offset(field-size).
           move number-ok to w.

           move word(4) to number-text.
           perform take-number.
           move number-value to fl-length(field-size).

           if w is equal 0
           or number-ok is equal 0
           or fl-offset(field-size) is equal 0
           or fl-length(field-size) is equal 0 then
               move spaces to exception-text
               string
                   "schemas.cfg LINE " delimited by size
                   line-number delimited by size
                   ": FIELD " delimited by size
                   function trim(want-field) delimited by size
                   " HAS NO USABLE OFFSET/LENGTH" delimited by size
                   into exception-text
               end-string
               perform add-exception
           else
               if fl-offset(field-size) + fl-length(field-size) - 1
                   is greater than 1024 then
                   move spaces to exception-text
                   string
                       "schemas.cfg LINE " delimited by size
                       line-number delimited by size
                       ": FIELD " delimited by size
                       function trim(want-field) delimited by size
                       " RUNS PAST THE 1024-BYTE ROW"
                           delimited by size
                       into exception-text
                   end-string
                   perform add-exception
               end-if
           end-if.

           evaluate fl-rule(field-size)
               when "NONEMPTY"
               when "NUMERIC"
               when "EMAIL"
               when "NONE"
                   continue
               when "MAXLEN"
                   move fl-slot(field-size) to number-text
                   perform take-number
                   if number-ok is equal 0 then
                       move spaces to exception-text
                       string
                           "schemas.cfg LINE " delimited by size
                           line-number delimited by size
                           ": MAXLEN FIELD " delimited by size
                           function trim(want-field)
                               delimited by size
                           " HAS NO LENGTH LIMIT" delimited by size
                           into exception-text
                       end-string
                       perform add-exception
                   end-if
               when "CODE"
                   if fl-slot(field-size) is equal spaces then
                       move spaces to exception-text
                       string
                           "schemas.cfg LINE " delimited by size
                           line-number delimited by size
                           ": CODE FIELD " delimited by size
                           function trim(want-field)
                               delimited by size
                           " NAMES NO CODE LIST" delimited by size
                           into exception-text
                       end-string
                       perform add-exception
                   end-if
               when other
                   move spaces to exception-text
                   string
                       "schemas.cfg LINE " delimited by size
                       line-number delimited by size
                       ": FIELD " delimited by size
                       function trim(want-field) delimited by size
                       " HAS UNKNOWN RULE " delimited by size
                       function trim(fl-rule(field-size))
                           delimited by size
                       into exception-text
                   end-string
                   perform add-exception
           end-evaluate.

           if fl-flag(field-size) is not equal spaces
           and fl-flag(field-size) is not equal "SENSITIVE" then
               move spaces to exception-text
               string
                   "schemas.cfg LINE " delimited by size
                   line-number delimited by size
                   ": FIELD " delimited by size
                   function trim(want-field) delimited by size
                   " HAS UNKNOWN FLAG " delimited by size
                   function trim(fl-flag(field-size))
                       delimited by size
                   into exception-text
               end-string
               perform add-exception
           end-if.

           exit paragraph.

      *    CHECK-FIELD-OVERLAPS -- ANY TWO FIELDS OF ONE TABLE
      *    SHARING A BYTE.
       check-field-overlaps.
           perform check-overlaps-of-field
               varying f from 1 by 1
               until f is greater than field-size.

           exit paragraph.

       check-overlaps-of-field.
           if fl-offset(f) is equal 0
           or fl-length(f) is equal 0 then
               exit paragraph
           end-if.

           compute first-end = fl-offset(f) + fl-length(f).

           perform check-one-overlap
               varying g from f by 1
               until g is greater than field-size.

           exit paragraph.

       check-one-overlap.
           if g is equal f
           or fl-table(g) is not equal fl-table(f)
           or fl-offset(g) is equal 0
           or fl-length(g) is equal 0 then
               exit paragraph
           end-if.

           compute second-end = fl-offset(g) + fl-length(g).

           if fl-offset(f) is less than second-end
           and fl-offset(g) is less than first-end then
               move spaces to exception-text
               string
                   "schemas.cfg: FIELDS " delimited by size
                   function trim(fl-name(f)) delimited by size
                   " AND " delimited by size
                   function trim(fl-name(g)) delimited by size
                   " OF " delimited by size
                   function trim(fl-table(f)) delimited by size
                   " OVERLAP" delimited by size
                   into exception-text
               end-string
               perform add-exception
           end-if.

           exit paragraph.

      *    CHECK-KEY-VERSION-BYTE -- ON A TABLE WITH A SENSITIVE
      *    FIELD THE ROW'S LAST BYTE CARRIES THE VERSION OF THE KEY
      *    db-crypt-row SCRAMBLED IT UNDER, SO NO FIELD MAY USE IT.
       check-key-version-byte.
           perform check-last-byte-of-field
               varying f from 1 by 1
               until f is greater than field-size.

           exit paragraph.

       check-last-byte-of-field.
           if fl-offset(f) is equal 0
           or fl-length(f) is equal 0 then
               exit paragraph
           end-if.

           if fl-offset(f) + fl-length(f) - 1 is less than 1024 then
               exit paragraph
           end-if.

           set sensitive-table to 0.

           perform find-sensitive-field
               varying g from 1 by 1
               until g is greater than field-size.

           if sensitive-table is equal 1 then
               move spaces to exception-text
               string
                   "schemas.cfg: FIELD " delimited by size
                   function trim(fl-name(f)) delimited by size
                   " OF " delimited by size
                   function trim(fl-table(f)) delimited by size
                   " USES BYTE 1024, THE KEY VERSION OF A TABLE"
                       delimited by size
                   " WITH SENSITIVE FIELDS" delimited by size
                   into exception-text
               end-string
               perform add-exception
           end-if.

           exit paragraph.

       find-sensitive-field.
           if fl-table(g) is equal fl-table(f)
           and fl-flag(g) is equal "SENSITIVE" then
               set sensitive-table to 1
           end-if.

           exit paragraph.

      *    CHECK-CURRENCY-SLOTS -- AN AMOUNT FIELD'S "currency/
      *    date" SLOT MUST NAME DECLARED FIELDS, THE DATE 8 WIDE.
       check-currency-slots.
           set registry-name to "schemas.cfg".
           set line-number to 0.

           perform check-one-slot
               varying f from 1 by 1
               until f is greater than field-size.

           exit paragraph.

       check-one-slot.
           if fl-rule(f) is not equal "NUMERIC"
           and fl-rule(f) is not equal "NONE" then
               exit paragraph
           end-if.

           if fl-slot(f) is equal spaces then
               exit paragraph
           end-if.

           set slot-currency to spaces.
           set slot-date to spaces.
           unstring fl-slot(f) delimited by "/"
               into slot-currency, slot-date
           end-unstring.

           move fl-table(f) to want-table.
           move slot-currency to want-field.
           set what-named to spaces.
           string
               "CURRENCY FIELD OF " delimited by size
               function trim(fl-name(f)) delimited by size
               into what-named
           end-string.
           perform require-field.

           move slot-date to want-field.
           set what-named to spaces.
           string
               "DATE FIELD OF " delimited by size
               function trim(fl-name(f)) delimited by size
               into what-named
           end-string.
           perform require-field.
           perform require-date-field.

           exit paragraph.

      *    LOAD-INDEXES / LOAD-PHONETICS -- <table> <name> <offset>
      *    <length>; ON A TABLE WITH DECLARED FIELDS THE SLICE
      *    MUST BE EXACTLY ONE OF THEM.
       load-indexes.
           set registry-name to "indexes.cfg".

           open input index-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.
           set line-number to 0.

           perform take-index-line until config-eof is equal 1.

           close index-config.

           exit paragraph.

       take-index-line.
           read index-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           move index-record to config-line.
           perform take-slice-line.

           exit paragraph.

       load-phonetics.
           set registry-name to "phonetic.cfg".

           open input phonetic-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.
           set line-number to 0.

           perform take-phonetic-line until config-eof is equal 1.

           close phonetic-config.

           exit paragraph.

       take-phonetic-line.
           read phonetic-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           move phonetic-record to config-line.
           perform take-slice-line.

           exit paragraph.

      *    TAKE-SLICE-LINE -- ONE indexes.cfg OR phonetic.cfg LINE
      *    (registry-name SAYS WHICH) FROM config-line.
       take-slice-line.
           add 1 to line-number.
           perform split-config-line.

           if word(1) is equal spaces then
               exit paragraph
           end-if.

           move word(1) to want-table.
           perform note-table.

           if index-size is equal 100 then
               exit paragraph
           end-if.

           add 1 to index-size.

           if registry-name is equal "indexes.cfg" then
               move "I" to ix-kind(index-size)
           else
               move "P" to ix-kind(index-size)
           end-if.

           move want-table to ix-table(index-size).
           move word(2) to ix-name(index-size).
           move spaces to ix-field(index-size).

           move word(3) to number-text.
           perform take-number.
           move number-value to ix-offset(index-size).
           move number-ok to w.

           move word(4) to number-text.
           perform take-number.
           move number-value to ix-length(index-size).

           if w is equal 0
           or number-ok is equal 0
           or ix-offset(index-size) is equal 0
           or ix-length(index-size) is equal 0 then
               move spaces to exception-text
               string
                   function trim(registry-name) delimited by size
                   " LINE " delimited by size
                   line-number delimited by size
                   ": INDEX " delimited by size
                   function trim(ix-name(index-size))
                       delimited by size
                   " HAS NO USABLE OFFSET/LENGTH" delimited by size
                   into exception-text
               end-string
               perform add-exception
               exit paragraph
           end-if.

           if hit-table is equal 0 then
               exit paragraph
           end-if.

           if tb-fields(hit-table) is equal 0 then
               exit paragraph
           end-if.

           perform match-slice-field
               varying x from 1 by 1
               until x is greater than field-size
               or ix-field(index-size) is not equal spaces.

           if ix-field(index-size) is equal spaces then
               move ix-offset(index-size) to number-edit
               move ix-length(index-size) to length-edit
               move spaces to exception-text
               string
                   function trim(registry-name) delimited by size
                   " LINE " delimited by size
                   line-number delimited by size
                   ": INDEX " delimited by size
                   function trim(ix-name(index-size))
                       delimited by size
                   " SLICE AT " delimited by size
                   function trim(number-edit) delimited by size
                   " FOR " delimited by size
                   function trim(length-edit) delimited by size
                   " MATCHES NO FIELD OF " delimited by size
                   function trim(want-table) delimited by size
                   into exception-text
               end-string
               perform add-exception
           end-if.

           exit paragraph.

       match-slice-field.
           if fl-table(x) is equal want-table
           and fl-offset(x) is equal ix-offset(index-size)
           and fl-length(x) is equal ix-length(index-size) then
               move fl-name(x) to ix-field(index-size)
           end-if.

           exit paragraph.

      *    LOAD-RELATIONS -- <child> <field> <parent> <rule>.
       load-relations.
           set registry-name to "relations.cfg".

           open input relation-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.
           set line-number to 0.

           perform take-relation-line until config-eof is equal 1.

           close relation-config.

           exit paragraph.

       take-relation-line.
           read relation-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-number.
           move relation-record to config-line.
           perform split-config-line.

           if word(1) is equal spaces then
               exit paragraph
           end-if.

           move word(1) to want-table.
           perform note-table.
           move word(3) to want-table.
           perform note-table.

           if relation-size is less than 100 then
               add 1 to relation-size
               move word(1) to rl-child(relation-size)
               move word(2) to rl-field(relation-size)
               move word(3) to rl-parent(relation-size)
               move word(4) to rl-rule(relation-size)
           end-if.

           move word(1) to want-table.
           move word(2) to want-field.
           set what-named to "FOREIGN KEY".
           perform require-field.

           if word(3) is equal spaces then
               move spaces to exception-text
               string
                   "relations.cfg LINE " delimited by size
                   line-number delimited by size
                   ": NO PARENT TABLE NAMED" delimited by size
                   into exception-text
               end-string
               perform add-exception
           end-if.

           if word(4) is not equal "RESTRICT"
           and word(4) is not equal "CASCADE" then
               move spaces to exception-text
               string
                   "relations.cfg LINE " delimited by size
                   line-number delimited by size
                   ": RULE " delimited by size
                   function trim(word(4)) delimited by size
                   " IS NEITHER RESTRICT NOR CASCADE"
                       delimited by size
                   into exception-text
               end-string
               perform add-exception
           end-if.

           exit paragraph.

      *    LOAD-TRIGGERS -- <child> <child-field> <parentkey-field>
      *    <parent> <target-field> <op>.
       load-triggers.
           set registry-name to "triggers.cfg".

           open input trigger-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.
           set line-number to 0.

           perform take-trigger-line until config-eof is equal 1.

           close trigger-config.

           exit paragraph.

       take-trigger-line.
           read trigger-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-number.
           move trigger-record to config-line.
           perform split-config-line.

           if word(1) is equal spaces then
               exit paragraph
           end-if.

           move word(1) to want-table.
           perform note-table.
           move word(4) to want-table.
           perform note-table.

           if trigger-size is less than 100 then
               add 1 to trigger-size
               move word(1) to tg-child(trigger-size)
               move word(2) to tg-field(trigger-size)
               move word(3) to tg-key-field(trigger-size)
               move word(4) to tg-parent(trigger-size)
               move word(5) to tg-target(trigger-size)
               move word(6) to tg-op(trigger-size)
           end-if.

           move word(1) to want-table.
           move word(3) to want-field.
           set what-named to "PARENT-KEY FIELD".
           perform require-field.

           if word(6) is equal "SUM" then
               move word(2) to want-field
               set what-named to "ROLLUP SOURCE FIELD"
               perform require-field
               perform require-numeric-field
           end-if.

           move word(4) to want-table.
           move word(5) to want-field.
           set what-named to "ROLLUP TARGET FIELD".
           perform require-field.
           perform require-numeric-field.

           if word(6) is not equal "SUM"
           and word(6) is not equal "COUNT" then
               move spaces to exception-text
               string
                   "triggers.cfg LINE " delimited by size
                   line-number delimited by size
                   ": OPERATION " delimited by size
                   function trim(word(6)) delimited by size
                   " IS NEITHER SUM NOR COUNT" delimited by size
                   into exception-text
               end-string
               perform add-exception
           end-if.

           exit paragraph.

      *    LOAD-RETENTION -- <table> <date-field> <keep-days>.
       load-retention.
           set registry-name to "retention.cfg".

           open input retention-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.
           set line-number to 0.

           perform take-retention-line until config-eof is equal 1.

           close retention-config.

           exit paragraph.

       take-retention-line.
           read retention-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-number.
           move retention-record to config-line.
           perform split-config-line.

           if word(1) is equal spaces then
               exit paragraph
           end-if.

           move word(1) to want-table.
           perform note-table.

           if retention-size is less than 100 then
               add 1 to retention-size
               move word(1) to rt-table(retention-size)
               move word(2) to rt-field(retention-size)
               move word(3) to rt-days(retention-size)
           end-if.

           move word(2) to want-field.
           set what-named to "RETENTION DATE FIELD".
           perform require-field.
           perform require-date-field.

           move word(3) to number-text.
           perform take-number.

           if number-ok is equal 0 then
               move spaces to exception-text
               string
                   "retention.cfg LINE " delimited by size
                   line-number delimited by size
                   ": KEEP-DAYS " delimited by size
                   function trim(word(3)) delimited by size
                   " IS NOT A NUMBER OF DAYS" delimited by size
                   into exception-text
               end-string
               perform add-exception
           end-if.

           exit paragraph.

      *    LOAD-SCOPES / LOAD-FISCAL-DATES -- <table> <field>.
       load-scopes.
           set registry-name to "rowscope.cfg".

           open input scope-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.
           set line-number to 0.

           perform take-scope-line until config-eof is equal 1.

           close scope-config.

           exit paragraph.

       take-scope-line.
           read scope-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-number.
           move scope-record to config-line.
           perform split-config-line.

           if word(1) is equal spaces then
               exit paragraph
           end-if.

           move word(1) to want-table.
           perform note-table.

           if hit-table is greater than 0 then
               move word(2) to tb-scope(hit-table)
           end-if.

           move word(2) to want-field.
           set what-named to "DEPARTMENT FIELD".
           perform require-field.

           exit paragraph.

       load-fiscal-dates.
           set registry-name to "fiscaldate.cfg".

           open input fiscal-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.
           set line-number to 0.

           perform take-fiscal-line until config-eof is equal 1.

           close fiscal-config.

           exit paragraph.

       take-fiscal-line.
           read fiscal-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-number.
           move fiscal-record to config-line.
           perform split-config-line.

           if word(1) is equal spaces then
               exit paragraph
           end-if.

           move word(1) to want-table.
           perform note-table.

           if hit-table is greater than 0 then
               move word(2) to tb-fiscal(hit-table)
           end-if.

           move word(2) to want-field.
           set what-named to "FISCAL DATE FIELD".
           perform require-field.
           perform require-date-field.

           exit paragraph.

      *    LOAD-SEARCH / LOAD-APPROVALS -- ONE TABLE NAME PER LINE.
       load-search.
           open input search-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform take-search-line until config-eof is equal 1.

           close search-config.

           exit paragraph.

       take-search-line.
           read search-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           move search-record to config-line.
           perform split-config-line.

           if word(1) is equal spaces then
               exit paragraph
           end-if.

           move word(1) to want-table.
           perform note-table.

           if hit-table is greater than 0 then
               set tb-search(hit-table) to 1
           end-if.

           exit paragraph.

       load-approvals.
           open input approval-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform take-approval-line until config-eof is equal 1.

           close approval-config.

           exit paragraph.

       take-approval-line.
           read approval-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           move approval-record to config-line.
           perform split-config-line.

           if word(1) is equal spaces then
               exit paragraph
           end-if.

           move word(1) to want-table.
           perform note-table.

           if hit-table is greater than 0 then
               set tb-approval(hit-table) to 1
           end-if.

           exit paragraph.

      *    LOAD-REPORTS -- <report> <table> <sel-field> <sel-value>
      *    <sort-field> <break-field> <sum-fields>; EVERY FIELD
      *    NAMED MUST BE DECLARED, AND EVERY SUM FIELD A NUMBER.
       load-reports.
           set registry-name to "reports.cfg".

           open input report-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.
           set line-number to 0.

           perform take-report-line until config-eof is equal 1.

           close report-config.

           exit paragraph.

       take-report-line.
           read report-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           add 1 to line-number.
           move report-config-record to config-line.
           perform split-config-line.

           if word(1) is equal spaces then
               exit paragraph
           end-if.

           move word(2) to want-table.
           perform note-table.

           if report-size is less than 100 then
               add 1 to report-size
               move word(1) to rp-name(report-size)
               move word(2) to rp-table(report-size)
           end-if.

           move word(3) to want-field.
           set what-named to "SELECTION FIELD".
           perform require-field.

           move word(5) to want-field.
           set what-named to "SORT FIELD".
           perform require-field.

           move word(6) to want-field.
           set what-named to "BREAK FIELD".
           perform require-field.

           move word(7) to config-line.
           initialize config-words.
           unstring config-line delimited by ","
               into word(1), word(2), word(3), word(4), word(5)
           end-unstring.

           perform check-one-sum-field
               varying w from 1 by 1
               until w is greater than 5.

           exit paragraph.

       check-one-sum-field.
           if word(w) is equal spaces then
               exit paragraph
           end-if.

           move word(w) to want-field.
           set what-named to "SUM FIELD".
           perform require-field.
           perform require-numeric-field.

           exit paragraph.

      *    WRITE-TABLE-SECTION -- TABLE t: ITS FIELDS, THEN EVERY
      *    REGISTRY LINE THAT CONCERNS IT.
       write-table-section.
           move tb-name(t) to want-table.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           string
               "TABLE " delimited by size
               function trim(want-table) delimited by size
               into report-record
           end-string.
           write report-record.

           move all "-" to report-record(1:40).
           write report-record.

           if tb-fields(t) is equal 0 then
               move spaces to report-record
               move "  NO schemas.cfg FIELDS - FREE-FORM ROW"
                   to report-record
               write report-record
           else
               move spaces to report-record
               move "  FIELD" to report-record(1:7)
               move "OFFSET" to report-record(34:6)
               move "LENGTH" to report-record(41:6)
               move "RULE" to report-record(48:4)
               move "SLOT" to report-record(58:4)
               move "FLAGS" to report-record(83:5)
               write report-record

               perform write-field-line
                   varying f from 1 by 1
                   until f is greater than field-size
           end-if.

           perform write-index-line
               varying g from 1 by 1
               until g is greater than index-size.

           perform write-relation-line
               varying g from 1 by 1
               until g is greater than relation-size.

           perform write-trigger-line
               varying g from 1 by 1
               until g is greater than trigger-size.

           perform write-retention-line
               varying g from 1 by 1
               until g is greater than retention-size.

           perform write-report-line
               varying g from 1 by 1
               until g is greater than report-size.

           if tb-scope(t) is not equal spaces then
               move spaces to report-record
               string
                   "  SCOPED BY DEPARTMENT IN " delimited by size
                   function trim(tb-scope(t)) delimited by size
                   " (rowscope.cfg)" delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           if tb-fiscal(t) is not equal spaces then
               move spaces to report-record
               string
                   "  FISCAL PERIOD BY " delimited by size
                   function trim(tb-fiscal(t)) delimited by size
                   " (fiscaldate.cfg)" delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           if tb-search(t) is equal 1 then
               move spaces to report-record
               move "  WORD SEARCH INDEXED (search.cfg)"
                   to report-record
               write report-record
           end-if.

           if tb-approval(t) is equal 1 then
               move spaces to report-record
               move "  CHANGES NEED A SECOND APPROVER (approvals.cfg)"
                   to report-record
               write report-record
           end-if.

           exit paragraph.

      *    WRITE-FIELD-LINE -- ONE DECLARED FIELD OF THE TABLE AND
      *    EVERYTHING THE OTHER REGISTRIES HANG ON IT.
       write-field-line.
           if fl-table(f) is not equal want-table then
               exit paragraph
           end-if.

           move spaces to flag-text.
           set field-pointer to 1.

           if fl-flag(f) is not equal spaces then
               string
                   function trim(fl-flag(f)) delimited by size
                   " " delimited by size
                   into flag-text
                   with pointer field-pointer
                   on overflow
                       continue
               end-string
           end-if.

           perform flag-field-index
               varying g from 1 by 1
               until g is greater than index-size.

           perform flag-field-relation
               varying g from 1 by 1
               until g is greater than relation-size.

           perform flag-field-retention
               varying g from 1 by 1
               until g is greater than retention-size.

           if fl-name(f) is equal tb-scope(t) then
               string
                   "SCOPE " delimited by size
                   into flag-text
                   with pointer field-pointer
                   on overflow
                       continue
               end-string
           end-if.

           if fl-name(f) is equal tb-fiscal(t) then
               string
                   "FISCAL " delimited by size
                   into flag-text
                   with pointer field-pointer
                   on overflow
                       continue
               end-string
           end-if.

           move spaces to report-record.
           move "  " to report-record(1:2).
           move fl-name(f) to report-record(3:30).
           move fl-offset(f) to number-edit.
           move number-edit to report-record(34:4).
           move fl-length(f) to number-edit.
           move number-edit to report-record(41:4).
           move fl-rule(f) to report-record(48:9).
           move fl-slot(f) to report-record(58:24).
           move flag-text(1:50) to report-record(83:50).
           write report-record.

           exit paragraph.

       flag-field-index.
           if ix-table(g) is not equal want-table
           or ix-field(g) is not equal fl-name(f) then
               exit paragraph
           end-if.

           if ix-kind(g) is equal "I" then
               string
                   "IX:" delimited by size
                   function trim(ix-name(g)) delimited by size
                   " " delimited by size
                   into flag-text
                   with pointer field-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "PH:" delimited by size
                   function trim(ix-name(g)) delimited by size
                   " " delimited by size
                   into flag-text
                   with pointer field-pointer
                   on overflow
                       continue
               end-string
           end-if.

           exit paragraph.

       flag-field-relation.
           if rl-child(g) is not equal want-table
           or rl-field(g) is not equal fl-name(f) then
               exit paragraph
           end-if.

           string
               "FK>" delimited by size
               function trim(rl-parent(g)) delimited by size
               " " delimited by size
               into flag-text
               with pointer field-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       flag-field-retention.
           if rt-table(g) is not equal want-table
           or rt-field(g) is not equal fl-name(f) then
               exit paragraph
           end-if.

           string
               "RETAIN " delimited by size
               into flag-text
               with pointer field-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       write-index-line.
           if ix-table(g) is not equal want-table then
               exit paragraph
           end-if.

           move spaces to report-record.
           move ix-offset(g) to number-edit.

           if ix-kind(g) is equal "I" then
               move "  INDEX    " to report-record(1:11)
           else
               move "  PHONETIC " to report-record(1:11)
           end-if.

           move 12 to line-pointer.
           string
               function trim(ix-name(g)) delimited by size
               " AT " delimited by size
               function trim(number-edit) delimited by size
               into report-record
               with pointer line-pointer
           end-string.

           move ix-length(g) to number-edit.
           string
               " FOR " delimited by size
               function trim(number-edit) delimited by size
               into report-record
               with pointer line-pointer
           end-string.

           if ix-field(g) is not equal spaces then
               string
                   " = FIELD " delimited by size
                   function trim(ix-field(g)) delimited by size
                   into report-record
                   with pointer line-pointer
               end-string
           end-if.

           write report-record.

           exit paragraph.

       write-relation-line.
           if rl-child(g) is equal want-table then
               move spaces to report-record
               string
                   "  PARENT   " delimited by size
                   function trim(rl-parent(g)) delimited by size
                   " VIA " delimited by size
                   function trim(rl-field(g)) delimited by size
                   " (" delimited by size
                   function trim(rl-rule(g)) delimited by size
                   ")" delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           if rl-parent(g) is equal want-table then
               move spaces to report-record
               string
                   "  CHILD    " delimited by size
                   function trim(rl-child(g)) delimited by size
                   " VIA " delimited by size
                   function trim(rl-field(g)) delimited by size
                   " (" delimited by size
                   function trim(rl-rule(g)) delimited by size
                   ")" delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           exit paragraph.

       write-trigger-line.
           if tg-child(g) is equal want-table then
               move spaces to report-record
               string
                   "  ROLLS UP " delimited by size
                   function trim(tg-op(g)) delimited by size
                   " OF " delimited by size
                   function trim(tg-field(g)) delimited by size
                   " INTO " delimited by size
                   function trim(tg-parent(g)) delimited by size
                   "." delimited by size
                   function trim(tg-target(g)) delimited by size
                   " BY " delimited by size
                   function trim(tg-key-field(g)) delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           if tg-parent(g) is equal want-table then
               move spaces to report-record
               string
                   "  TOTAL    " delimited by size
                   function trim(tg-target(g)) delimited by size
                   " = " delimited by size
                   function trim(tg-op(g)) delimited by size
                   " OF " delimited by size
                   function trim(tg-child(g)) delimited by size
                   "." delimited by size
                   function trim(tg-field(g)) delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           exit paragraph.

       write-retention-line.
           if rt-table(g) is not equal want-table then
               exit paragraph
           end-if.

           move spaces to report-record.
           string
               "  RETAINED " delimited by size
               function trim(rt-days(g)) delimited by size
               " DAYS BY " delimited by size
               function trim(rt-field(g)) delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

       write-report-line.
           if rp-table(g) is not equal want-table then
               exit paragraph
           end-if.

           move spaces to report-record.
           string
               "  REPORT   " delimited by size
               function trim(rp-name(g)) delimited by size
               " (reports.cfg)" delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

      *    WRITE-EXCEPTIONS -- EVERY INCONSISTENCY FOUND, IN THE
      *    ORDER THE REGISTRIES WERE READ.
       write-exceptions.
           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           move exception-size to count-edit.
           string
               "EXCEPTIONS: " delimited by size
               function trim(count-edit) delimited by size
               into report-record
           end-string.
           write report-record.

           move all "=" to report-record(1:40).
           write report-record.

           if exception-size is equal 0 then
               move spaces to report-record
               move "  NONE - THE REGISTRIES AGREE" to report-record
               write report-record
               exit paragraph
           end-if.

           perform write-one-exception
               varying g from 1 by 1
               until g is greater than exception-size.

           if exceptions-dropped is greater than 0 then
               move spaces to report-record
               move exceptions-dropped to count-edit
               string
                   "  ... AND " delimited by size
                   function trim(count-edit) delimited by size
                   " MORE NOT LISTED" delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           exit paragraph.

       write-one-exception.
           move spaces to report-record.
           move "  " to report-record(1:2).
           move exception-line(g)(1:130) to report-record(3:130).
           write report-record.

           exit paragraph.

       end program data-dictionary.
