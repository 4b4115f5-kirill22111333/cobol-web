       identification division.
       program-id. query-take-params.

      ************************************************************
      * AD-HOC QUERIES OVER A database.dat TABLE -- THE QUESTION A
      * CLERK USED TO RAISE A TICKET FOR ("OPEN ORDERS FOR
      * DEPARTMENT 12 OVER 5000 DATED LAST MONTH") ASKED STRAIGHT
      * FROM /maintain/query. A QUERY IS A TABLE AND UP TO EIGHT
      * CONDITIONS, EACH A schemas.cfg FIELD, A TEST AND ONE OR TWO
      * VALUES; A ROW MATCHES WHEN EVERY CONDITION HOLDS. THE TESTS:
      *
      *     EQ equals        NE not equals
      *     GT greater than  LT less than
      *     BT between (BOTH VALUES INCLUSIVE)
      *     SW starts with
      *     BL is blank      NB is not blank
      *
      * A FIELD DECLARED NUMERIC, OR A FIELD AND VALUE THAT BOTH
      * READ AS NUMBERS, COMPARE AS NUMBERS; EVERYTHING ELSE
      * COMPARES AS TEXT (SO YYYYMMDD DATES ORDER CORRECTLY).
      *
      * THIS PROGRAM TURNS THE SCREEN'S PARAMETERS -- table,
      * f1..f8 (FIELD), o1..o8 (TEST), v1..v8 (VALUE), w1..w8
      * (SECOND VALUE FOR BT), after (RESUME KEY) AND saved /
      * name (A SAVED QUERY'S NAME) -- INTO THE query-def SHAPE
      * EVERY OTHER PROGRAM IN THIS FILE TAKES.
      ************************************************************

       data division.

       working-storage section.
       77 q            pic 9(3).
       77 n            pic 9.

       linkage section.
       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 query-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).

       01 after-key  pic x(50).
       01 query-name pic x(30).

       procedure division using query-fields, query-def,
                           after-key, query-name.

           initialize query-def.
           set after-key to spaces.
           set query-name to spaces.

           perform take-one-param
               varying q from 1 by 1
               until q is greater than parse-get-size.

           exit program.

      *    TAKE-ONE-PARAM -- ONE NAME/VALUE PAIR; A CONDITION
      *    PARAMETER IS ITS LETTER AND A DIGIT 1 TO 8.
       take-one-param.
           evaluate get-name(q)
               when "table"
                   move get-value(q)(1:30) to qd-table
                   exit paragraph
               when "after"
                   move get-value(q)(1:50) to after-key
                   exit paragraph
               when "saved"
                   move get-value(q)(1:30) to query-name
                   exit paragraph
               when "name"
                   move get-value(q)(1:30) to query-name
                   exit paragraph
           end-evaluate.

           if get-name(q)(3:30) is not equal spaces
           or get-name(q)(2:1) is not numeric then
               exit paragraph
           end-if.

           move get-name(q)(2:1) to n.

           if n is equal 0
           or n is greater than 8 then
               exit paragraph
           end-if.

           evaluate get-name(q)(1:1)
               when "f"
                   move get-value(q)(1:30) to qd-field(n)
               when "o"
                   move get-value(q)(1:2) to qd-op(n)
               when "v"
                   move get-value(q)(1:64) to qd-value(n)
               when "w"
                   move get-value(q)(1:64) to qd-value2(n)
           end-evaluate.

           exit paragraph.

       end program query-take-params.

      *****************************************

       identification division.
       program-id. query-table-fields.

      ************************************************************
      * A TABLE'S schemas.cfg FIELDS IN DECLARATION ORDER -- NAME,
      * OFFSET, LENGTH AND WHETHER IT IS DECLARED NUMERIC -- FOR
      * THE QUERY SCREEN'S FIELD PICKERS, THE ROW MATCH AND THE
      * CSV COLUMNS. UP TO 50 FIELDS; field-list-size 0 MEANS THE
      * TABLE HAS NO DECLARATIONS AND CAN ONLY BE LISTED, NOT
      * QUERIED BY FIELD.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select schema-config assign to "schemas.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd schema-config.
       01 config-record pic x(128).

       working-storage section.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-offset-text pic x(6).
           05 cfg-length-text pic x(6).
           05 cfg-rule   pic x(16).
       77 cfg-offset    pic 9(4).
       77 cfg-length    pic 9(4).

       linkage section.
       01 db-table pic x(30).
       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       procedure division using db-table, field-list.

           initialize field-list.

           if db-table is equal spaces then
               exit program
           end-if.

           open input schema-config.

           if config-stat is not equal "00" then
               exit program
           end-if.

           set config-eof to 0.

           perform take-one-declaration until config-eof is equal 1.

           close schema-config.

           exit program.

      *    TAKE-ONE-DECLARATION -- ONE schemas.cfg LINE, KEPT WHEN
      *    IT IS THIS TABLE'S AND ITS SLICE FITS THE ROW.
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
                    cfg-offset-text, cfg-length-text, cfg-rule
           end-unstring.

           if cfg-table is not equal db-table
           or field-list-size is equal 50 then
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

           add 1 to field-list-size.
           move cfg-field to qf-name(field-list-size).
           move cfg-offset to qf-offset(field-list-size).
           move cfg-length to qf-length(field-list-size).

           if cfg-rule is equal "NUMERIC" then
               set qf-numeric(field-list-size) to 1
           else
               set qf-numeric(field-list-size) to 0
           end-if.

           exit paragraph.

       end program query-table-fields.

      *****************************************

       identification division.
       program-id. query-row-match.

      ************************************************************
      * JUDGES ONE ROW AGAINST A query-def -- EVERY CONDITION WITH
      * A FIELD NAMED MUST HOLD. A CONDITION ON A FIELD THE TABLE
      * DOES NOT DECLARE, OR WITH A TEST THIS PROGRAM DOES NOT
      * KNOW, FAILS THE ROW RATHER THAN BEING QUIETLY IGNORED --
      * A MISTYPED CONDITION MUST NOT WIDEN THE ANSWER.
      ************************************************************

       data division.

       working-storage section.
       77 n            pic 9.
       77 f            pic 9(2).
       77 hit-field    pic 9(2).
       77 cond-ok      pic 9.
       77 field-text   pic x(256).
       77 value-text   pic x(64).
       77 value2-text  pic x(64).
       77 value-length pic 9(3).
       77 compare-numeric pic 9.
       77 field-number pic s9(13)v9(4).
       77 value-number pic s9(13)v9(4).
       77 value2-number pic s9(13)v9(4).
       77 verdict      pic s9.
       77 verdict2     pic s9.

      *    NUMBER-SHAPE CHECK -- DIGITS, AT MOST ONE POINT, AN
      *    OPTIONAL LEADING MINUS.
       77 shape-text   pic x(256).
       77 shape-length pic 9(3).
       77 shape-ok     pic 9.
       77 shape-points pic 9(3).
       77 s            pic 9(3).

       linkage section.
       01 query-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       01 row-value pic x(1024).
       01 matched   pic 9.

       procedure division using query-def, field-list, row-value,
                           matched.

           set matched to 1.

           perform check-one-condition
               varying n from 1 by 1
               until n is greater than 8
               or matched is equal 0.

           exit program.

      *    CHECK-ONE-CONDITION -- CONDITION n AGAINST THE ROW.
       check-one-condition.
           if qd-field(n) is equal spaces then
               exit paragraph
           end-if.

           set hit-field to 0.
           perform find-condition-field
               varying f from 1 by 1
               until f is greater than field-list-size
               or hit-field is greater than 0.

           if hit-field is equal 0 then
               set matched to 0
               exit paragraph
           end-if.

           set field-text to spaces.
           move row-value(qf-offset(hit-field):qf-length(hit-field))
               to field-text.

           move qd-value(n) to value-text.
           move qd-value2(n) to value2-text.

           set cond-ok to 0.

           evaluate qd-op(n)
               when "BL"
                   if field-text is equal spaces then
                       set cond-ok to 1
                   end-if
               when "NB"
                   if field-text is not equal spaces then
                       set cond-ok to 1
                   end-if
               when "SW"
                   perform check-starts-with
               when "EQ"
                   perform compare-first-value
                   if verdict is equal 0 then
                       set cond-ok to 1
                   end-if
               when "NE"
                   perform compare-first-value
                   if verdict is not equal 0 then
                       set cond-ok to 1
                   end-if
               when "GT"
                   perform compare-first-value
                   if verdict is greater than 0 then
                       set cond-ok to 1
                   end-if
               when "LT"
                   perform compare-first-value
                   if verdict is less than 0 then
                       set cond-ok to 1
                   end-if
               when "BT"
                   perform compare-first-value
                   perform compare-second-value
                   if verdict is not less than 0
                   and verdict2 is not greater than 0 then
                       set cond-ok to 1
                   end-if
           end-evaluate.

           if cond-ok is equal 0 then
               set matched to 0
           end-if.

           exit paragraph.

       find-condition-field.
           if qf-name(f) is equal qd-field(n) then
               move f to hit-field
           end-if.

           exit paragraph.

      *    CHECK-STARTS-WITH -- THE FIELD'S TEXT (LEADING SPACES
      *    DROPPED) BEGINS WITH THE VALUE.
       check-starts-with.
           set value-length to 0.
           if value-text is not equal spaces then
               set value-length to
                   function length(function trim(value-text))
           end-if.

           if value-length is equal 0 then
               set cond-ok to 1
               exit paragraph
           end-if.

           move function trim(field-text) to shape-text.

           if shape-text(1:value-length) is equal
           function trim(value-text) then
               set cond-ok to 1
           end-if.

           exit paragraph.

      *    COMPARE-FIRST-VALUE -- verdict IS THE FIELD AGAINST
      *    THE FIRST VALUE: NEGATIVE, ZERO OR POSITIVE.
       compare-first-value.
           set verdict to 0.
           perform decide-numeric-compare.

           if compare-numeric is equal 1 then
               compute field-number =
                   function numval(function trim(field-text))
               compute value-number =
                   function numval(function trim(value-text))

               if field-number is less than value-number then
                   set verdict to -1
               end-if
               if field-number is greater than value-number then
                   set verdict to 1
               end-if
           else
               if function trim(field-text) is less than
               function trim(value-text) then
                   set verdict to -1
               end-if
               if function trim(field-text) is greater than
               function trim(value-text) then
                   set verdict to 1
               end-if
           end-if.

           exit paragraph.

      *    COMPARE-SECOND-VALUE -- verdict2 IS THE FIELD AGAINST
      *    THE UPPER VALUE OF A BETWEEN.
       compare-second-value.
           set verdict2 to 0.

           if compare-numeric is equal 1 then
               move value2-text to shape-text
               perform check-number-shape

               if shape-ok is equal 1 then
                   compute value2-number =
                       function numval(function trim(value2-text))
                   if field-number is less than value2-number then
                       set verdict2 to -1
                   end-if
                   if field-number is greater than value2-number then
                       set verdict2 to 1
                   end-if
                   exit paragraph
               end-if
           end-if.

           if function trim(field-text) is less than
           function trim(value2-text) then
               set verdict2 to -1
           end-if.
           if function trim(field-text) is greater than
           function trim(value2-text) then
               set verdict2 to 1
           end-if.

           exit paragraph.

      *    DECIDE-NUMERIC-COMPARE -- NUMBERS WHEN THE FIELD IS
      *    DECLARED NUMERIC OR BOTH SIDES READ AS NUMBERS.
       decide-numeric-compare.
           set compare-numeric to 0.

           move value-text to shape-text.
           perform check-number-shape.

           if shape-ok is equal 0 then
               exit paragraph
           end-if.

           if qf-numeric(hit-field) is equal 1 then
               set compare-numeric to 1
               exit paragraph
           end-if.

           move field-text to shape-text.
           perform check-number-shape.

           if shape-ok is equal 1 then
               set compare-numeric to 1
           end-if.

           exit paragraph.

      *    CHECK-NUMBER-SHAPE -- shape-ok 1 WHEN shape-text
      *    (SURROUNDING SPACES IGNORED) IS A PLAIN DECIMAL NUMBER.
       check-number-shape.
           set shape-ok to 0.

           if shape-text is equal spaces then
               exit paragraph
           end-if.

           move function trim(shape-text) to shape-text.
           set shape-length to 0.
           inspect shape-text tallying shape-length
               for characters before initial space.

           if shape-length is equal 0
           or shape-length is greater than 17 then
               exit paragraph
           end-if.

           set shape-ok to 1.
           set shape-points to 0.

           perform check-shape-char
               varying s from 1 by 1
               until s is greater than shape-length
               or shape-ok is equal 0.

           if shape-points is greater than 1 then
               set shape-ok to 0
           end-if.

           exit paragraph.

       check-shape-char.
           evaluate true
               when shape-text(s:1) is numeric
                   continue
               when shape-text(s:1) is equal "."
                   add 1 to shape-points
               when shape-text(s:1) is equal "-"
               and s is equal 1
               and shape-length is greater than 1
                   continue
               when other
                   set shape-ok to 0
           end-evaluate.

           exit paragraph.

       end program query-row-match.

      *****************************************

       identification division.
       program-id. query-scan.

      ************************************************************
      * THE NEXT MATCHING ROWS OF A QUERY AFTER resume-key -- PAGES
      * THROUGH db-query (SO SENSITIVE FIELDS COME BACK CLEAR AND
      * "~" SEGMENTS NEVER APPEAR), KEEPS THE ROWS query-row-match
      * PASSES AND rowscope.cfg LETS THE USER'S DEPARTMENT SEE,
      * AND STOPS AT want-count MATCHES (AT MOST 50). ONE CALL
      * EXAMINES NO MORE THAN 5000 ROWS, SO A RARE MATCH IN A BIG
      * TABLE STILL ANSWERS PROMPTLY: more-rows 1 SAYS TO CALL
      * AGAIN FROM last-key, WHICH IS THE LAST ROW EXAMINED.
      ************************************************************

       data division.

       working-storage section.
       77 blank-key    pic x(50).
       77 page-key     pic x(50).
       77 query-status pic 9.
       77 fetch-count  pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 r            pic 9(3).
       77 scan-done    pic 9.
       77 scanned      pic 9(5).
       77 row-matched  pic 9.
       77 row-allowed  pic 9.
       77 c            pic 9.

      *    THE ACCESS STATISTICS' FILTER FIELD (lib/tablestats.cbl)
      *    -- THE FIRST EQUALITY CONDITION, THE ONE AN INDEX COULD
      *    ANSWER, OR ELSE THE FIRST CONDITION.
       01 db-access-filter pic x(30) external.
       77 outer-filter    pic x(30).
       77 access-kind     pic x.
       77 access-calls    pic 9(9).
       77 access-pages    pic 9(9).
       77 access-examined pic 9(9).
       77 access-returned pic 9(9).

       linkage section.
       01 query-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       01 resume-key  pic x(50).
       01 scope-field pic x(30).
       01 dept-name   pic x(16).
       01 want-count  pic 9(3).
       01 match-rows.
           05 match-row occurs 50 times.
               10 match-key   pic x(50).
               10 match-value pic x(1024).
       01 match-count pic 9(3).
       01 last-key    pic x(50).
       01 more-rows   pic 9.

       procedure division using query-def, field-list, resume-key,
                           scope-field, dept-name, want-count,
                           match-rows, match-count, last-key,
                           more-rows.

           set match-count to 0.
           set more-rows to 0.
           move resume-key to last-key.
           move resume-key to page-key.
           set blank-key to spaces.
           set scanned to 0.
           set scan-done to 0.

           if want-count is equal 0
           or want-count is greater than 50 then
               set want-count to 50
           end-if.

           move db-access-filter to outer-filter.
           move qd-field(1) to db-access-filter.
           perform pick-filter-field
               varying c from 8 by -1
               until c is less than 1.

           perform scan-one-page until scan-done is equal 1.

           move "S" to access-kind.
           set access-calls to 0.
           set access-pages to 0.
           set access-examined to 0.
           move match-count to access-returned.

           call "db-access-note"
           using by content qd-table,
           by content access-kind,
           by content access-calls,
           by content access-pages,
           by content access-examined,
           by content access-returned.

           move outer-filter to db-access-filter.

           exit program.

      *    PICK-FILTER-FIELD -- WALKED LAST TO FIRST SO THE
      *    EARLIEST EQUALITY CONDITION IS THE ONE LEFT STANDING.
       pick-filter-field.
           if qd-op(c) is equal "EQ"
           and qd-field(c) is not equal spaces then
               move qd-field(c) to db-access-filter
           end-if.

           exit paragraph.

      *    SCAN-ONE-PAGE -- ONE db-query PAGE, EXAMINED ROW BY ROW
      *    UNTIL THE WANTED COUNT OR THE SCAN LIMIT IS REACHED.
       scan-one-page.
           set query-status to 0.
           set fetch-count to 0.

           if page-key is equal spaces then
               call "db-query"
               using by content qd-table,
               by content blank-key,
               by reference fetch-rows,
               by reference fetch-count,
               by reference query-status
           else
               call "db-query"
               using by content qd-table,
               by content blank-key,
               by reference fetch-rows,
               by reference fetch-count,
               by reference query-status,
               by content page-key
           end-if.

           if fetch-count is equal 0 then
               set scan-done to 1
               exit paragraph
           end-if.

           perform examine-one-row
               varying r from 1 by 1
               until r is greater than fetch-count
               or scan-done is equal 1.

           if scan-done is equal 1 then
               exit paragraph
           end-if.

           move fetch-row-key(fetch-count) to page-key.

           if fetch-count is less than 50 then
               set scan-done to 1
           end-if.

           exit paragraph.

      *    EXAMINE-ONE-ROW -- ROW r OF THE PAGE.
       examine-one-row.
           if match-count is not less than want-count
           or scanned is not less than 5000 then
               set more-rows to 1
               set scan-done to 1
               exit paragraph
           end-if.

           add 1 to scanned.
           move fetch-row-key(r) to last-key.

           set row-matched to 0.

           call "query-row-match"
           using by content query-def,
           by content field-list,
           by content fetch-row-value(r),
           by reference row-matched.

           if row-matched is equal 0 then
               exit paragraph
           end-if.

           set row-allowed to 1.

           if scope-field is not equal spaces then
               call "row-scope-allow"
               using by content qd-table,
               by content scope-field,
               by content fetch-row-value(r),
               by content dept-name,
               by reference row-allowed
           end-if.

           if row-allowed is equal 0 then
               exit paragraph
           end-if.

           add 1 to match-count.
           move fetch-row-key(r) to match-key(match-count).
           move fetch-row-value(r) to match-value(match-count).

           exit paragraph.

       end program query-scan.

      *****************************************

       identification division.
       program-id. query-saved-store.

      ************************************************************
      * A USER'S NAMED QUERIES, KEPT IN "savedqueries.dat" (PER
      * TENANT, THROUGH tenant-file-name) UNDER THE USER AND THE
      * NAME, SO "MY MONTH-END OPEN ORDERS" IS ONE CLICK NEXT
      * MONTH. query-action:
      *     "SAVE" -- FILE query-def UNDER THE NAME (REPLACING A
      *               QUERY ALREADY SAVED UNDER IT)
      *     "LOAD" -- FETCH THE NAMED query-def BACK
      *     "LIST" -- THE USER'S QUERY NAMES INTO saved-names
      * query-status COMES BACK 1 DONE, 0 NOT FOUND OR REFUSED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select saved-file assign to dynamic saved-file-name
           organization is indexed
           access mode is dynamic
           record key is sq-fullkey
           file status is saved-stat.

       data division.

       file section.
       fd saved-file.
       01 saved-record.
           05 sq-fullkey.
               10 sq-owner pic x(64).
               10 sq-name  pic x(30).
           05 sq-def    pic x(1310).
           05 sq-stamp  pic x(14).

       working-storage section.
       77 saved-stat      pic xx.
       77 saved-file-name pic x(64).
       77 tenant-stem     pic x(16) value "savedqueries".
       77 tenant-ext      pic x(4) value "dat".
       77 list-done       pic 9.

       linkage section.
       01 query-action pic x(4).
       01 owner-name   pic x(64).
       01 query-name   pic x(30).
       01 query-def    pic x(1310).
       01 saved-names.
           05 saved-name occurs 20 times pic x(30).
           05 saved-name-size pic 9(2).
       01 query-status pic 9.

       procedure division using query-action, owner-name,
                           query-name, query-def, saved-names,
                           query-status.

           set query-status to 0.

           if owner-name is equal spaces then
               exit program
           end-if.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference saved-file-name.

           open i-o saved-file.

           if saved-stat is equal "35" then
               open output saved-file
               close saved-file
               open i-o saved-file
           end-if.

           if saved-stat is not equal "00" then
               exit program
           end-if.

           evaluate query-action
               when "SAVE"
                   perform save-query
               when "LOAD"
                   perform load-query
               when "LIST"
                   perform list-queries
           end-evaluate.

           close saved-file.

           exit program.

      *    SAVE-QUERY -- WRITE, OR REWRITE A QUERY ALREADY FILED
      *    UNDER THIS NAME.
       save-query.
           if query-name is equal spaces then
               exit paragraph
           end-if.

           move owner-name to sq-owner.
           move query-name to sq-name.

           read saved-file
               key is sq-fullkey
               invalid key
                   continue
           end-read.

           move owner-name to sq-owner.
           move query-name to sq-name.
           move query-def to sq-def.
           move function current-date(1:14) to sq-stamp.

           if saved-stat is equal "00" then
               rewrite saved-record
                   invalid key
                       exit paragraph
               end-rewrite
           else
               write saved-record
                   invalid key
                       exit paragraph
               end-write
           end-if.

           set query-status to 1.

           exit paragraph.

      *    LOAD-QUERY -- THE NAMED QUERY BACK INTO query-def.
       load-query.
           move owner-name to sq-owner.
           move query-name to sq-name.

           read saved-file
               key is sq-fullkey
               invalid key
                   exit paragraph
           end-read.

           move sq-def to query-def.
           set query-status to 1.

           exit paragraph.

      *    LIST-QUERIES -- THE OWNER'S NAMES IN ORDER, UP TO 20.
       list-queries.
           initialize saved-names.

           move owner-name to sq-owner.
           move low-values to sq-name.

           start saved-file key is greater than or equal sq-fullkey
               invalid key
                   exit paragraph
           end-start.

           set list-done to 0.

           perform list-one-query until list-done is equal 1.

           set query-status to 1.

           exit paragraph.

       list-one-query.
           read saved-file next record
               at end
                   set list-done to 1
                   exit paragraph
           end-read.

           if sq-owner is not equal owner-name
           or saved-name-size is equal 20 then
               set list-done to 1
               exit paragraph
           end-if.

           add 1 to saved-name-size.
           move sq-name to saved-name(saved-name-size).

           exit paragraph.

       end program query-saved-store.

      *****************************************

       identification division.
       program-id. http-maintain-query.

      ************************************************************
      * GET /maintain/query -- THE AD-HOC QUERY SCREEN. WITH NO
      * TABLE IT IS AN EMPTY FORM; WITH ONE IT SHOWS THE TABLE'S
      * FIELDS IN THE CONDITION PICKERS AND, BELOW THE FORM, THE
      * NEXT PAGE OF MATCHING ROWS (query-scan), EACH LINKED TO ITS
      * EDIT SCREEN. ?saved=NAME RERUNS ONE OF THE USER'S SAVED
      * QUERIES. THE PAGE ALSO OFFERS THE WHOLE ANSWER AS A CSV
      * DOWNLOAD (/maintain/querycsv), A BOX TO SAVE THE QUERY
      * UNDER A NAME (/maintain/querysave) AND A BACKGROUND EXPORT
      * MAILED AS A LINK (/maintain/export). ANY SIGNED-IN USER MAY
      * QUERY; rowscope.cfg DEPARTMENT SCOPING APPLIES TO EVERY
      * ROW SHOWN. THE PAGE IS STREAMED -- EIGHT CONDITION ROWS
      * OF FIELD PICKERS OUTGROW ONE sendtext_http BUFFER.
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

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 query-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       01 match-rows.
           05 match-row occurs 50 times.
               10 match-key   pic x(50).
               10 match-value pic x(1024).
       77 match-count  pic 9(3).
       77 last-key     pic x(50).
       77 more-rows    pic 9.
       77 want-count   pic 9(3) value 50.

       01 saved-names.
           05 saved-name occurs 20 times pic x(30).
           05 saved-name-size pic 9(2).

       77 user-ok      pic 9.
       77 user-name    pic x(64).
       77 user-role    pic x(16).
       77 hidden-count pic 9(2).
       77 session-found pic 9.
       77 after-key    pic x(50).
       77 query-name   pic x(30).
       77 saved-status pic 9.
       77 load-action  pic x(4) value "LOAD".
       77 list-action  pic x(4) value "LIST".
       77 scope-field  pic x(30).
       77 scope-found  pic 9.
       77 dept-name    pic x(16).
       77 dept-found   pic 9.
       77 n            pic 9.
       77 f            pic 9(2).
       77 r            pic 9(3).
       77 o            pic 9.
       77 count-edit   pic z(6)9.

      *    THE EIGHT TESTS AND THEIR LABELS, FOR THE PICKERS.
       01 test-names.
           05 filler pic x(18) value "EQequals".
           05 filler pic x(18) value "NEnot equals".
           05 filler pic x(18) value "GTgreater than".
           05 filler pic x(18) value "LTless than".
           05 filler pic x(18) value "BTbetween".
           05 filler pic x(18) value "SWstarts with".
           05 filler pic x(18) value "BLis blank".
           05 filler pic x(18) value "NBis not blank".
       01 test-table redefines test-names.
           05 test-entry occurs 8 times.
               10 test-code  pic x(2).
               10 test-label pic x(16).

      *    ONE PIECE OF THE PAGE, SENT IN sendstream_append-SIZED
      *    SLICES.
       01 piece-data   pic x(4096).
       77 piece-pointer pic 9(5).
       77 piece-size   pic 9(5).
       77 chunk-size   pic 9(4).
       77 chunk-start  pic 9(5).

      *    A VALUE ECHOED INTO AN HTML ATTRIBUTE, QUOTES AND
      *    ANGLE BRACKETS ESCAPED.
       77 attr-source  pic x(256).
       77 attr-text    pic x(512).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

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

           set user-name to spaces.
           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           call "query-take-params"
           using by reference query-fields,
           by reference query-def,
           by reference after-key,
           by reference query-name.

      *    ?saved=NAME -- THE SAVED CONDITIONS REPLACE WHATEVER
      *    CAME ON THE LINE (ONLY after IS KEPT, FOR PAGING).
           if query-name is not equal spaces then
               set saved-status to 0

               call "query-saved-store"
               using by content load-action,
               by content user-name,
               by content query-name,
               by reference query-def,
               by reference saved-names,
               by reference saved-status
           end-if.

           call "query-table-fields"
           using by content qd-table,
           by reference field-list.

           set scope-field to spaces.
           set dept-name to spaces.
           set scope-found to 0.

           call "table-scope-field"
           using by content qd-table,
           by reference scope-field,
           by reference scope-found.

           if scope-found is equal 1 then
               call "request-department"
               using by content request,
               by reference dept-name,
               by reference dept-found
           else
               set scope-field to spaces
           end-if.

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

      *    THE OPERATOR'S STANDING NOTICE TOPS EVERY SCREEN.
           call "notice-banner"
           using by reference piece-data,
           by reference piece-pointer.

           move qd-table to attr-source.
           perform escape-attribute.

           string
               "<h1>Query</h1>" X"0A"
               "<form method=" X"22" "GET" X"22"
               " action=" X"22" "/maintain/query" X"22" ">" X"0A"
               "<p>Table <input name=" X"22" "table" X"22"
               " value=" X"22" attr-text(1:attr-length) X"22"
               "></p>" X"0A"
               "<table><tr><th>Field</th><th>Test</th>"
               "<th>Value</th><th>And (between)</th></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           perform render-condition-row
               varying n from 1 by 1
               until n is greater than 8.

           string
               "</table><p><input type=" X"22" "submit" X"22"
               " value=" X"22" "Run" X"22" "></p></form>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           if qd-table is not equal spaces then
               perform render-results
           end-if.

           perform render-saved-list.

           string
               "<p><a href=" X"22" "/maintain" X"22"
               ">Back</a></p></body></html>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           call "sendstream_close"
           using by content connect.

           exit program.

      *    RENDER-CONDITION-ROW -- CONDITION n'S FIELD PICKER
      *    (A PLAIN BOX WHEN THE TABLE DECLARES NO FIELDS), TEST
      *    PICKER AND TWO VALUE BOXES.
       render-condition-row.
           string
               "<tr><td>"
               into piece-data
               with pointer piece-pointer
           end-string.

           if field-list-size is equal 0 then
               move qd-field(n) to attr-source
               perform escape-attribute
               string
                   "<input name=" X"22" "f" n X"22"
                   " value=" X"22" attr-text(1:attr-length) X"22"
                   ">"
                   into piece-data
                   with pointer piece-pointer
               end-string
           else
               string
                   "<select name=" X"22" "f" n X"22" ">"
                   "<option value=" X"22" X"22" ">--</option>"
                   into piece-data
                   with pointer piece-pointer
               end-string
               perform send-piece
               perform render-field-option
                   varying f from 1 by 1
                   until f is greater than field-list-size
               string
                   "</select>"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               "</td><td><select name=" X"22" "o" n X"22" ">"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform render-test-option
               varying o from 1 by 1
               until o is greater than 8.

           move qd-value(n) to attr-source.
           perform escape-attribute.

           string
               "</select></td><td><input name=" X"22" "v" n X"22"
               " value=" X"22" attr-text(1:attr-length) X"22"
               "></td>"
               into piece-data
               with pointer piece-pointer
           end-string.

           move qd-value2(n) to attr-source.
           perform escape-attribute.

           string
               "<td><input name=" X"22" "w" n X"22"
               " value=" X"22" attr-text(1:attr-length) X"22"
               "></td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

       render-field-option.
           string
               "<option"
               into piece-data
               with pointer piece-pointer
           end-string.

           if qf-name(f) is equal qd-field(n) then
               string
                   " selected"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               ">" function trim(qf-name(f)) "</option>"
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

       render-test-option.
           string
               "<option value=" X"22" test-code(o) X"22"
               into piece-data
               with pointer piece-pointer
           end-string.

           if test-code(o) is equal qd-op(n) then
               string
                   " selected"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               ">" function trim(test-label(o)) "</option>"
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

      *    RENDER-RESULTS -- THE PAGE OF MATCHES, THEN THE NEXT-
      *    PAGE, DOWNLOAD AND SAVE FORMS, EACH CARRYING THE QUERY
      *    AS HIDDEN FIELDS.
       render-results.
           set match-count to 0.
           set more-rows to 0.

           call "query-scan"
           using by content query-def,
           by content field-list,
           by content after-key,
           by content scope-field,
           by content dept-name,
           by content want-count,
           by reference match-rows,
           by reference match-count,
           by reference last-key,
           by reference more-rows.

           move match-count to count-edit.

           string
               "<h2>Matching rows</h2><p>"
               function trim(count-edit)
               " on this page</p><ul>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           perform render-one-match
               varying r from 1 by 1
               until r is greater than match-count.

           string
               "</ul>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           if more-rows is equal 1 then
               string
                   "<form method=" X"22" "GET" X"22"
                   " action=" X"22" "/maintain/query" X"22" ">"
                   into piece-data
                   with pointer piece-pointer
               end-string
               perform render-hidden-query
               string
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "after" X"22"
                   " value=" X"22" function trim(last-key) X"22"
                   "><input type=" X"22" "submit" X"22"
                   " value=" X"22" "Next page" X"22"
                   "></form>" X"0A"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               "<form method=" X"22" "GET" X"22"
               " action=" X"22" "/maintain/querycsv" X"22" ">"
               into piece-data
               with pointer piece-pointer
           end-string.
           perform render-hidden-query.
           string
               "<input type=" X"22" "submit" X"22"
               " value=" X"22" "Download CSV" X"22"
               "></form>" X"0A"
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/querysave" X"22" ">"
               into piece-data
               with pointer piece-pointer
           end-string.
           perform render-hidden-query.
           string
               "Save as <input name=" X"22" "name" X"22"
               " maxlength=" X"22" "30" X"22" ">"
               "<input type=" X"22" "submit" X"22"
               " value=" X"22" "Save query" X"22"
               "></form>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

      *    THE WHOLE ANSWER AS A FILE BUILT IN THE BACKGROUND AND
      *    MAILED AS A LINK -- FOR ANSWERS TOO BIG TO WAIT FOR.
           string
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/export" X"22" ">"
               into piece-data
               with pointer piece-pointer
           end-string.
           perform render-hidden-query.
           string
               "Sort by <input name=" X"22" "sort" X"22"
               " maxlength=" X"22" "128" X"22"
               " placeholder=" X"22" "amount:D,opened" X"22" ">"
               " as <select name=" X"22" "format" X"22" ">"
               "<option>CSV</option><option>FIXED</option>"
               "<option>XML</option></select>"
               "<input type=" X"22" "submit" X"22"
               " value=" X"22" "Export and mail me a link" X"22"
               "></form><p><a href=" X"22" "/maintain/exports"
               X"22" ">My exports</a></p>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

      *    RENDER-ONE-MATCH -- FIELDS HIDDEN FROM THE USER'S ROLE
      *    SHOW AS "*" IN THE PREVIEW.
       render-one-match.
           call "field-mask-row"
           using by content qd-table,
           by content user-role,
           by reference match-value(r),
           by reference hidden-count.

           string
               "<li><a href=" X"22"
               "/maintain/edit?table="
               function trim(qd-table)
               "&key=" function trim(match-key(r))
               X"22" ">"
               function trim(match-key(r))
               "</a> "
               function trim(match-value(r)(1:60))
               "</li>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           exit paragraph.

      *    RENDER-HIDDEN-QUERY -- THE TABLE AND EVERY CONDITION IN
      *    USE AS HIDDEN INPUTS.
       render-hidden-query.
           move qd-table to attr-source.
           perform escape-attribute.

           string
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "table" X"22"
               " value=" X"22" attr-text(1:attr-length) X"22" ">"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           perform render-hidden-condition
               varying n from 1 by 1
               until n is greater than 8.

           exit paragraph.

       render-hidden-condition.
           if qd-field(n) is equal spaces then
               exit paragraph
           end-if.

           move qd-field(n) to attr-source.
           perform escape-attribute.

           string
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "f" n X"22"
               " value=" X"22" attr-text(1:attr-length) X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "o" n X"22"
               " value=" X"22" qd-op(n) X"22" ">"
               into piece-data
               with pointer piece-pointer
           end-string.

           move qd-value(n) to attr-source.
           perform escape-attribute.

           string
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "v" n X"22"
               " value=" X"22" attr-text(1:attr-length) X"22" ">"
               into piece-data
               with pointer piece-pointer
           end-string.

           move qd-value2(n) to attr-source.
           perform escape-attribute.

           string
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "w" n X"22"
               " value=" X"22" attr-text(1:attr-length) X"22" ">"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

      *    RENDER-SAVED-LIST -- THE USER'S SAVED QUERIES, EACH A
      *    LINK THAT RERUNS IT.
       render-saved-list.
           set saved-status to 0.
           initialize saved-names.

           call "query-saved-store"
           using by content list-action,
           by content user-name,
           by content query-name,
           by reference query-def,
           by reference saved-names,
           by reference saved-status.

           if saved-name-size is equal 0 then
               exit paragraph
           end-if.

           string
               "<h2>Saved queries</h2><ul>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform render-one-saved
               varying r from 1 by 1
               until r is greater than saved-name-size.

           string
               "</ul>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

       render-one-saved.
           string
               "<li><a href=" X"22" "/maintain/query?saved="
               function trim(saved-name(r)) X"22" ">"
               function trim(saved-name(r)) "</a></li>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

      *    ESCAPE-ATTRIBUTE -- attr-source UP TO ITS LAST NON-SPACE
      *    INTO attr-text WITH " < > & AS HTML ENTITIES;
      *    attr-length MAY BE 0, SO EVERY USE IS attr-text(1:...)
      *    OF A BUFFER THAT IS NEVER SHORTER THAN ONE BYTE.
       escape-attribute.
           move spaces to attr-text.
           set attr-length to 0.
           set source-length to 256.

           perform shorten-source
               until source-length is equal 0
               or attr-source(source-length:1) is not equal space.

           perform escape-one-char
               varying e from 1 by 1
               until e is greater than source-length.

           if attr-length is equal 0 then
               set attr-length to 1
           end-if.

           exit paragraph.

       shorten-source.
           subtract 1 from source-length.

           exit paragraph.

       escape-one-char.
           evaluate attr-source(e:1)
               when X"22"
                   move "&quot;" to attr-text(attr-length + 1:6)
                   add 6 to attr-length
               when "<"
                   move "&lt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when ">"
                   move "&gt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when "&"
                   move "&amp;" to attr-text(attr-length + 1:5)
                   add 5 to attr-length
               when other
                   add 1 to attr-length
                   move attr-source(e:1) to attr-text(attr-length:1)
           end-evaluate.

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

       end program http-maintain-query.

      *****************************************

       identification division.
       program-id. http-maintain-querycsv.

      ************************************************************
      * GET /maintain/querycsv -- THE WHOLE ANSWER TO A QUERY (THE
      * SAME PARAMETERS AS /maintain/query, OR ?saved=NAME) AS A
      * CSV DOWNLOAD: A HEADING LINE OF "key" AND THE TABLE'S
      * schemas.cfg FIELD NAMES, THEN ONE LINE PER MATCHING ROW
      * (THE RAW ROW AS "value" FOR A TABLE WITH NO DECLARATIONS).
      * A VALUE HOLDING A COMMA OR A QUOTE IS QUOTED, QUOTES
      * DOUBLED. rowscope.cfg SCOPING APPLIES JUST AS ON SCREEN.
      * STREAMED, query-scan PAGE BY PAGE, SO THE SIZE OF THE
      * ANSWER IS NOT BOUNDED BY A BUFFER.
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

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 query-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       01 match-rows.
           05 match-row occurs 50 times.
               10 match-key   pic x(50).
               10 match-value pic x(1024).
       77 match-count  pic 9(3).
       77 last-key     pic x(50).
       77 resume-key   pic x(50).
       77 more-rows    pic 9.
       77 want-count   pic 9(3) value 50.

       01 saved-names.
           05 saved-name occurs 20 times pic x(30).
           05 saved-name-size pic 9(2).

       77 user-ok      pic 9.
       77 user-name    pic x(64).
       77 user-role    pic x(16).
       77 hidden-count pic 9(2).
       77 session-found pic 9.
       77 after-key    pic x(50).
       77 query-name   pic x(30).
       77 saved-status pic 9.
       77 load-action  pic x(4) value "LOAD".
       77 scope-field  pic x(30).
       77 scope-found  pic 9.
       77 dept-name    pic x(16).
       77 dept-found   pic 9.
       77 f            pic 9(2).
       77 r            pic 9(3).

       01 line-data    pic x(4096).
       77 line-pointer pic 9(5).
       77 line-size    pic 9(5).
       77 chunk-size   pic 9(4).
       77 chunk-start  pic 9(5).

      *    ONE CSV CELL, QUOTED WHEN IT MUST BE.
       77 cell-source  pic x(1024).
       77 cell-length  pic 9(4).
       77 quote-hits   pic 9(4).
       77 comma-hits   pic 9(4).
       77 e            pic 9(4).

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

           set user-name to spaces.
           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           call "query-take-params"
           using by reference query-fields,
           by reference query-def,
           by reference after-key,
           by reference query-name.

           if query-name is not equal spaces then
               set saved-status to 0

               call "query-saved-store"
               using by content load-action,
               by content user-name,
               by content query-name,
               by reference query-def,
               by reference saved-names,
               by reference saved-status
           end-if.

           call "query-table-fields"
           using by content qd-table,
           by reference field-list.

           set scope-field to spaces.
           set dept-name to spaces.
           set scope-found to 0.

           call "table-scope-field"
           using by content qd-table,
           by reference scope-field,
           by reference scope-found.

           if scope-found is equal 1 then
               call "request-department"
               using by content request,
               by reference dept-name,
               by reference dept-found
           else
               set scope-field to spaces
           end-if.

           set response-headers-size to 2.
           set response-headers(1) to "Content-type: text/csv".
           set response-headers(2) to spaces.
           string
               "Content-Disposition: attachment; filename="
               function trim(qd-table) "-query.csv"
               into response-headers(2)
           end-string.
           set status-code to 200.
           set status-text to "OK".

           call "sendstream_http"
           using by content response-data,
           by content connect.

           move spaces to line-data.
           set line-pointer to 1.

           string
               "key"
               into line-data
               with pointer line-pointer
           end-string.

           if field-list-size is equal 0 then
               string
                   ",value"
                   into line-data
                   with pointer line-pointer
               end-string
           else
               perform add-heading-cell
                   varying f from 1 by 1
                   until f is greater than field-list-size
           end-if.

           perform end-line.

           if qd-table is not equal spaces then
               set resume-key to spaces
               set more-rows to 1
               perform send-one-page until more-rows is equal 0
           end-if.

           call "sendstream_close"
           using by content connect.

           exit program.

       add-heading-cell.
           string
               "," function trim(qf-name(f))
               into line-data
               with pointer line-pointer
           end-string.

           exit paragraph.

      *    SEND-ONE-PAGE -- THE NEXT query-scan PAGE AS CSV LINES.
       send-one-page.
           set match-count to 0.
           set more-rows to 0.

           call "query-scan"
           using by content query-def,
           by content field-list,
           by content resume-key,
           by content scope-field,
           by content dept-name,
           by content want-count,
           by reference match-rows,
           by reference match-count,
           by reference last-key,
           by reference more-rows.

           perform send-one-row
               varying r from 1 by 1
               until r is greater than match-count.

           move last-key to resume-key.

           exit paragraph.

      *    SEND-ONE-ROW -- FIELDS HIDDEN FROM THE USER'S ROLE GO
      *    OUT AS "*" CELLS.
       send-one-row.
           call "field-mask-row"
           using by content qd-table,
           by content user-role,
           by reference match-value(r),
           by reference hidden-count.

           move match-key(r) to cell-source.
           perform add-cell.

           if field-list-size is equal 0 then
               string
                   ","
                   into line-data
                   with pointer line-pointer
               end-string
               move match-value(r) to cell-source
               perform add-cell
           else
               perform add-field-cell
                   varying f from 1 by 1
                   until f is greater than field-list-size
           end-if.

           perform end-line.

           exit paragraph.

       add-field-cell.
           string
               ","
               into line-data
               with pointer line-pointer
           end-string.

           move spaces to cell-source.
           move match-value(r)(qf-offset(f):qf-length(f))
               to cell-source.
           perform add-cell.

           exit paragraph.

      *    ADD-CELL -- cell-source, TRIMMED, AS ONE CSV CELL.
       add-cell.
           if cell-source is equal spaces then
               exit paragraph
           end-if.

           move function trim(cell-source) to cell-source.
           set cell-length to
               function length(function trim(cell-source)).

           set quote-hits to 0.
           set comma-hits to 0.
           inspect cell-source(1:cell-length)
               tallying quote-hits for all X"22"
                        comma-hits for all ",".

           if quote-hits is equal 0
           and comma-hits is equal 0 then
               string
                   cell-source(1:cell-length)
                   into line-data
                   with pointer line-pointer
               end-string
               exit paragraph
           end-if.

           string
               X"22"
               into line-data
               with pointer line-pointer
           end-string.

           perform add-quoted-char
               varying e from 1 by 1
               until e is greater than cell-length.

           string
               X"22"
               into line-data
               with pointer line-pointer
           end-string.

           exit paragraph.

       add-quoted-char.
           if cell-source(e:1) is equal X"22" then
               string
                   X"22" X"22"
                   into line-data
                   with pointer line-pointer
               end-string
           else
               string
                   cell-source(e:1)
                   into line-data
                   with pointer line-pointer
               end-string
           end-if.

           exit paragraph.

      *    END-LINE -- THE LINE AND ITS CR/LF OUT IN
      *    sendstream_append-SIZED SLICES.
       end-line.
           string
               X"0D" X"0A"
               into line-data
               with pointer line-pointer
           end-string.

           compute line-size = line-pointer - 1.
           set chunk-start to 1.

           perform send-one-chunk
               until chunk-start is greater than line-size.

           move spaces to line-data.
           set line-pointer to 1.

           exit paragraph.

       send-one-chunk.
           compute chunk-size = line-size - chunk-start + 1.

           if chunk-size is greater than 1024 then
               set chunk-size to 1024
           end-if.

           call "sendstream_append"
           using by content connect,
           by content line-data(chunk-start:chunk-size),
           by content chunk-size.

           add chunk-size to chunk-start.

           exit paragraph.

       end program http-maintain-querycsv.

      *****************************************

       identification division.
       program-id. http-maintain-querysave.

      ************************************************************
      * POST /maintain/querysave -- THE QUERY ON THE SCREEN (ITS
      * HIDDEN FIELDS) FILED UNDER THE name THE USER TYPED, FOR
      * THAT USER ONLY; A NAME ALREADY IN USE IS REPLACED. THE
      * ANSWER IS A SHORT PAGE WITH THE RERUN LINK.
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

       01 query-def.
           05 qd-table pic x(30).
           05 qd-cond occurs 8 times.
               10 qd-field  pic x(30).
               10 qd-op     pic x(2).
               10 qd-value  pic x(64).
               10 qd-value2 pic x(64).

       01 saved-names.
           05 saved-name occurs 20 times pic x(30).
           05 saved-name-size pic 9(2).

       77 user-ok      pic 9.
       77 user-name    pic x(64).
       77 user-role    pic x(16).
       77 session-found pic 9.
       77 body-length  pic 9(6).
       77 after-key    pic x(50).
       77 query-name   pic x(30).
       77 saved-status pic 9.
       77 save-action  pic x(4) value "SAVE".
       77 out-pointer  pic 9(5).

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

           set user-name to spaces.
           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           call "query-take-params"
           using by reference form-fields,
           by reference query-def,
           by reference after-key,
           by reference query-name.

           set saved-status to 0.

           if qd-table is not equal spaces then
               call "query-saved-store"
               using by content save-action,
               by content user-name,
               by content query-name,
               by reference query-def,
               by reference saved-names,
               by reference saved-status
           end-if.

           set response-headers-size to 0.
           move spaces to string-data.
           set out-pointer to 1.

           if saved-status is equal 1 then
               set status-code to 200
               set status-text to "OK"
               string
                   "<html><body><h1>Query saved</h1>" X"0A"
                   "<p><a href=" X"22" "/maintain/query?saved="
                   function trim(query-name) X"22" ">Run "
                   function trim(query-name)
                   "</a></p></body></html>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               set status-code to 400
               set status-text to "Bad Request"
               string
                   "<html><body><h1>Query not saved</h1>" X"0A"
                   "<p>Give the query a name, and a table.</p>"
                   "<p><a href=" X"22" "/maintain/query" X"22"
                   ">Back</a></p></body></html>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       end program http-maintain-querysave.
