      * WHERE <rule> IS ONE OF validate-field's RULE TYPES
      * (NONEMPTY/NUMERIC/MAXLEN/EMAIL) OR "NONE" FOR A FIELD
      * DECLARED ONLY SO db-get-field CAN SLICE IT OUT BY NAME.
      * RULE "CODE" NAMES A code-lookup LIST IN THE MAXLEN SLOT:
      * A NON-BLANK VALUE MUST BE IN THAT LIST AND IN FORCE ON
      * THE BUSINESS DATE -- OR, FOR A CODE SINCE EXPIRED, BE THE
      * VALUE THE ROW ALREADY CARRIES. THE OPTIONAL row-key LETS
      * THIS PROGRAM LOOK THE ROW UP ITSELF (db-update PASSES
      * IT); A CALLER HOLDING THE ROW AS IT STANDS PASSES IT AS
      * prior-value INSTEAD. WITH NEITHER, AN EXPIRED CODE IS
      * JUDGED AS A NEW ENTRY. ON AN AMOUNT FIELD (RULE NUMERIC OR
      * NONE) THE SLOT MAY INSTEAD NAME THE FIELD HOLDING THE
      * AMOUNT'S CURRENCY CODE, AND AFTER A "/" THE FIELD HOLDING
      * THE ROW'S BUSINESS DATE -- "currency/orderdate" -- FOR
      * db-aggregate AND report-writer TO CONVERT BY; IT IS NOT A
      * RULE AND IS NOT CHECKED HERE.
      * EVERY RULED FIELD MUST PASS; THE FIRST FAILURE COMES BACK
      * IN bad-field SO THE CALLER CAN SAY WHICH FIELD POISONED
      * THE ROW. A TABLE WITH NO DECLARATIONS PASSES UNCHECKED --
           05 cfg-offset-text pic x(6).
           05 cfg-length-text pic x(6).
           05 cfg-rule   pic x(16).
           05 cfg-maxlen-text pic x(20).
       77 cfg-offset    pic 9(4).
       77 cfg-length    pic 9(4).
       77 cfg-maxlen    pic 9(4).
       77 field-value   pic x(256).
       77 slice-length  pic 9(4).
       77 field-valid   pic 9.
       77 code-list     pic x(20).
       77 code-value    pic x(16).
       77 code-status   pic 9.
       77 prior-loaded  pic 9.
       77 prior-row     pic x(1024).
       77 query-status  pic 9.
       77 fetch-count   pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).

       linkage section.
       01 db-table   pic x(30).
       01 db-value   pic x(1024).
       01 row-valid  pic 9.
       01 bad-field  pic x(30).
       01 row-key    pic x(50).
       01 prior-value pic x(1024).

       procedure division using db-table, db-value, row-valid,
                           bad-field, optional row-key,
                           optional prior-value.

           set row-valid to 1.
           set bad-field to spaces.
           set prior-loaded to 0.

           open input schema-config.

               exit paragraph
           end-if.

           if cfg-rule is equal "CODE" then
               perform check-code-field
               exit paragraph
           end-if.

      *    validate-field TAKES A 256-BYTE VALUE; A WIDER DECLARED
      *    FIELD IS JUDGED ON ITS FIRST 256 CHARACTERS.
           set slice-length to cfg-length.
               move function trim(cfg-length-text) to cfg-length
           end-if.

           if cfg-maxlen-text is not equal spaces
           and cfg-rule is equal "MAXLEN" then
               move function trim(cfg-maxlen-text) to cfg-maxlen
           end-if.

           exit paragraph.

      *    CHECK-CODE-FIELD -- A BLANK CODE FIELD PASSES (A
      *    REQUIRED ONE IS A SITE'S NONEMPTY BUSINESS); ANYTHING
      *    ELSE MUST BE A CODE IN THE NAMED LIST. ONE THAT IS NO
      *    LONGER IN FORCE ONLY PASSES WHEN THE ROW ALREADY HOLDS
      *    EXACTLY THAT VALUE IN THIS FIELD.
       check-code-field.
           set field-value to spaces.
           set field-value to db-value(cfg-offset:cfg-length).

           if field-value is equal spaces then
               exit paragraph
           end-if.

           move cfg-maxlen-text to code-list.
           set code-status to 0.

           if function length(function trim(field-value))
           is not greater than 16 then
               move function trim(field-value) to code-value

               call "code-lookup"
               using by content code-list,
               by content code-value,
               by reference code-status
           end-if.

           if code-status is equal 2 then
               perform load-prior-row

               if prior-loaded is equal 1
               and prior-row(cfg-offset:cfg-length) is equal
               db-value(cfg-offset:cfg-length) then
                   set code-status to 1
               end-if
           end-if.

           if code-status is not equal 1 then
               set row-valid to 0
               set bad-field to cfg-field
           end-if.

           exit paragraph.

      *    LOAD-PRIOR-ROW -- THE ROW AS IT STANDS, ONCE PER CALL:
      *    THE CALLER'S COPY WHEN GIVEN, ELSE A db-query BY KEY.
      *    A ROW NOT ON FILE YET LEAVES prior-loaded AT 0.
       load-prior-row.
           if prior-loaded is not equal 0 then
               exit paragraph
           end-if.

           set prior-loaded to 2.
           set prior-row to spaces.

           if address of prior-value is not equal null then
               move prior-value to prior-row
               set prior-loaded to 1
               exit paragraph
           end-if.

           if address of row-key is equal null
           or row-key is equal spaces then
               exit paragraph
           end-if.

           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content db-table,
           by content row-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 1 then
               move fetch-row-value(1) to prior-row
               set prior-loaded to 1
           end-if.

           exit paragraph.

       end program db-validate-row.

      *****************************************
