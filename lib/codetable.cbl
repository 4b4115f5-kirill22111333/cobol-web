       identification division.
       program-id. code-lookup.

      ************************************************************
      * THE REFERENCE CODE-TABLE REGISTRY -- NAMED LISTS OF VALID
      * CODES (DEPARTMENTS, COUNTRIES, ORDER STATUSES, UNITS OF
      * MEASURE) SO A FIELD STOPS COLLECTING "PCS", "pcs" AND
      * "PIECES" FOR THE SAME THING. EACH ENTRY LIVES IN
      * "codetables.dat" (PER TENANT, THROUGH tenant-file-name),
      * KEYED BY LIST NAME AND CODE, WITH A DESCRIPTION AND AN
      * OPTIONAL EFFECTIVE AND EXPIRY DATE (YYYYMMDD, JUDGED
      * AGAINST business-date). A schemas.cfg FIELD NAMES ITS LIST
      * WITH THE "CODE" RULE, THE LIST NAME SITTING WHERE A MAXLEN
      * WOULD:
      *
      *     orders uom 120 8 CODE uom
      *
      * db-validate-row THEN REFUSES ANY VALUE NOT IN THE LIST,
      * AND http-maintain-edit OFFERS THE FIELD AS A DROP-DOWN.
      * THE LISTS ARE KEPT ON /maintain/codes BY THE supervisor
      * AND admin ROLES. A CODE IS NEVER DELETED -- IT IS EXPIRED,
      * SO EVERY ROW ALREADY CARRYING IT STAYS VALID.
      *
      * THIS PROGRAM ANSWERS FOR ONE CODE. code-status COMES BACK:
      *     0 -- NOT IN THE LIST (OR NO REGISTRY AT ALL)
      *     1 -- IN FORCE ON THE BUSINESS DATE
      *     2 -- IN THE LIST BUT EXPIRED, OR NOT YET EFFECTIVE --
      *          STILL GOOD ON A ROW THAT ALREADY CARRIES IT, NOT
      *          FOR A NEW ENTRY
      * THE OPTIONAL code-text RETURNS THE DESCRIPTION.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select code-file assign to dynamic code-file-name
           organization is indexed
           access mode is dynamic
           record key is ct-fullkey
           file status is code-stat.

       data division.

       file section.
       fd code-file.
       01 code-record.
           05 ct-fullkey.
               10 ct-list pic x(20).
               10 ct-code pic x(16).
           05 ct-description pic x(60).
           05 ct-effective   pic x(8).
           05 ct-expiry      pic x(8).
           05 ct-changed-by  pic x(32).
           05 ct-stamp       pic x(14).

       working-storage section.
       77 code-stat      pic xx.
       77 code-file-name pic x(64).
       77 tenant-stem    pic x(16) value "codetables".
       77 tenant-ext     pic x(4) value "dat".
       77 business-day   pic x(8).

       linkage section.
       01 code-list   pic x(20).
       01 code-value  pic x(16).
       01 code-status pic 9.
       01 code-text   pic x(60).

       procedure division using code-list, code-value, code-status,
                           optional code-text.

           set code-status to 0.

           if address of code-text is not equal null then
               set code-text to spaces
           end-if.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference code-file-name.

           open input code-file.

           if code-stat is not equal "00" then
               exit program
           end-if.

           move code-list to ct-list.
           move code-value to ct-code.

           read code-file
               key is ct-fullkey
               invalid key
                   close code-file
                   exit program
           end-read.

           close code-file.

           if address of code-text is not equal null then
               move ct-description to code-text
           end-if.

           call "business-date"
           using by reference business-day.

           set code-status to 1.

           if ct-effective is not equal spaces
           and ct-effective is greater than business-day then
               set code-status to 2
           end-if.

           if ct-expiry is not equal spaces
           and ct-expiry is less than business-day then
               set code-status to 2
           end-if.

           exit program.

       end program code-lookup.

      *****************************************

       identification division.
       program-id. table-code-fields.

      ************************************************************
      * LISTS A TABLE'S CODE-TABLE FIELDS -- EVERY schemas.cfg
      * LINE FOR THE TABLE WHOSE RULE IS "CODE" -- WITH THEIR
      * OFFSET, WIDTH AND LIST NAME, IN DECLARATION ORDER. THE
      * EDIT SCREEN RENDERS ONE DROP-DOWN PER ENTRY AND THE SAVE
      * HANDLER SPLICES THE PICKED CODES BACK INTO THE ROW BY THE
      * SAME POSITION, SO BOTH SIDES AGREE ON WHICH IS WHICH.
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
           05 cfg-list   pic x(20).
       77 cfg-offset    pic 9(4).
       77 cfg-length    pic 9(4).

       linkage section.
       01 db-table pic x(30).
       01 code-fields.
           05 code-field occurs 16 times.
               10 cf-name   pic x(30).
               10 cf-offset pic 9(4).
               10 cf-length pic 9(4).
               10 cf-list   pic x(20).
           05 code-field-size pic 9(2).

       procedure division using db-table, code-fields.

           initialize code-fields.
           set code-field-size to 0.

           open input schema-config.

           if config-stat is not equal "00" then
               exit program
           end-if.

           set config-eof to 0.

           perform read-one-declaration until config-eof is equal 1.

           close schema-config.

           exit program.

      *    READ-ONE-DECLARATION -- ONE schemas.cfg LINE.
       read-one-declaration.
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
                    cfg-rule, cfg-list
           end-unstring.

           if cfg-table is not equal db-table
           or cfg-rule is not equal "CODE"
           or cfg-list is equal spaces
           or code-field-size is equal 16 then
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

           add 1 to code-field-size.
           move cfg-field to cf-name(code-field-size).
           move cfg-offset to cf-offset(code-field-size).
           move cfg-length to cf-length(code-field-size).
           move cfg-list to cf-list(code-field-size).

           exit paragraph.

       end program table-code-fields.

      *****************************************

       identification division.
       program-id. code-options-render.

      ************************************************************
      * RENDERS ONE CODE LIST AS <option> ELEMENTS INTO AN EDIT
      * SCREEN'S BUFFER -- THE SAME PRIVATE-RENDERER SHAPE AS
      * notes-render. ONLY CODES IN FORCE ON THE BUSINESS DATE ARE
      * OFFERED; THE ROW'S CURRENT VALUE IS PRE-SELECTED, AND WHEN
      * IT IS NO LONGER IN FORCE (OR WAS NEVER IN THE LIST) IT IS
      * STILL SHOWN, MARKED, SO SAVING THE ROW WITHOUT TOUCHING
      * THE FIELD KEEPS WHAT IS ON FILE. A BLANK CHOICE LEADS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select code-file assign to dynamic code-file-name
           organization is indexed
           access mode is dynamic
           record key is ct-fullkey
           file status is code-stat.

       data division.

       file section.
       fd code-file.
       01 code-record.
           05 ct-fullkey.
               10 ct-list pic x(20).
               10 ct-code pic x(16).
           05 ct-description pic x(60).
           05 ct-effective   pic x(8).
           05 ct-expiry      pic x(8).
           05 ct-changed-by  pic x(32).
           05 ct-stamp       pic x(14).

       working-storage section.
       77 code-stat      pic xx.
       77 code-file-name pic x(64).
       77 tenant-stem    pic x(16) value "codetables".
       77 tenant-ext     pic x(4) value "dat".
       77 business-day   pic x(8).
       77 walk-done      pic 9.
       77 current-shown  pic 9.
       77 code-in-force  pic 9.

       linkage section.
       01 code-list     pic x(20).
       01 current-value pic x(16).
       01 string-data   pic x(4096).
       01 out-pointer   pic 9(5).

       procedure division using code-list, current-value,
                           string-data, out-pointer.

           set current-shown to 0.

           string
               "<option value=" X"22" X"22" "></option>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           call "business-date"
           using by reference business-day.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference code-file-name.

           open input code-file.

           if code-stat is equal "00" then
               move code-list to ct-list
               move low-values to ct-code

               set walk-done to 0

               start code-file key is greater than or equal ct-fullkey
                   invalid key
                       set walk-done to 1
               end-start

               perform render-one-code until walk-done is equal 1

               close code-file
           end-if.

      *    A VALUE ON FILE THAT IS NO LONGER OFFERED STILL SHOWS,
      *    SELECTED, SO AN UNRELATED EDIT DOES NOT BLANK IT.
           if current-value is not equal spaces
           and current-shown is equal 0 then
               string
                   "<option selected value=" X"22"
                   function trim(current-value) X"22" ">"
                   function trim(current-value)
                   " (no longer in use)</option>"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           exit program.

      *    RENDER-ONE-CODE -- ONE STEP OF THE LIST WALK.
       render-one-code.
           read code-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if ct-list is not equal code-list then
               set walk-done to 1
               exit paragraph
           end-if.

           set code-in-force to 1.

           if ct-effective is not equal spaces
           and ct-effective is greater than business-day then
               set code-in-force to 0
           end-if.

           if ct-expiry is not equal spaces
           and ct-expiry is less than business-day then
               set code-in-force to 0
           end-if.

           if code-in-force is equal 0 then
               exit paragraph
           end-if.

           if ct-code is equal current-value then
               set current-shown to 1
               string
                   "<option selected value=" X"22"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "<option value=" X"22"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               function trim(ct-code) X"22" ">"
               function trim(ct-code) " - "
               function trim(ct-description)
               "</option>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       end program code-options-render.

      *****************************************

       identification division.
       program-id. code-store-save.

      ************************************************************
      * ADDS OR CHANGES ONE CODE IN THE REGISTRY -- THE ONE PLACE
      * codetables.dat IS WRITTEN. THE LIST NAME AND CODE MUST BE
      * PRESENT, THE DATES MUST BE BLANK OR EIGHT DIGITS, AND AN
      * EXPIRY MAY NOT FALL BEFORE THE EFFECTIVE DATE; save-status
      * COMES BACK 1 ON A SAVE, 0 ON A REFUSAL. THE STORE IS
      * CREATED ON FIRST USE, AND EVERY CHANGE IS LOGGED WITH WHO
      * MADE IT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select code-file assign to dynamic code-file-name
           organization is indexed
           access mode is dynamic
           record key is ct-fullkey
           file status is code-stat.

       data division.

       file section.
       fd code-file.
       01 code-record.
           05 ct-fullkey.
               10 ct-list pic x(20).
               10 ct-code pic x(16).
           05 ct-description pic x(60).
           05 ct-effective   pic x(8).
           05 ct-expiry      pic x(8).
           05 ct-changed-by  pic x(32).
           05 ct-stamp       pic x(14).

       working-storage section.
       77 code-stat      pic xx.
       77 code-file-name pic x(64).
       77 tenant-stem    pic x(16) value "codetables".
       77 tenant-ext     pic x(4) value "dat".
       77 change-verb    pic x(7).
       77 log-level      pic x(5) value "INFO".
       77 log-source     pic x(32) value "code-store-save".
       77 log-text       pic x(256).

       linkage section.
       01 code-list      pic x(20).
       01 code-value     pic x(16).
       01 code-text      pic x(60).
       01 code-effective pic x(8).
       01 code-expiry    pic x(8).
       01 changed-by     pic x(32).
       01 save-status    pic 9.

       procedure division using code-list, code-value, code-text,
                           code-effective, code-expiry, changed-by,
                           save-status.

           set save-status to 0.

           if code-list is equal spaces
           or code-value is equal spaces then
               exit program
           end-if.

           if code-effective is not equal spaces
           and code-effective is not numeric then
               exit program
           end-if.

           if code-expiry is not equal spaces
           and code-expiry is not numeric then
               exit program
           end-if.

           if code-effective is not equal spaces
           and code-expiry is not equal spaces
           and code-expiry is less than code-effective then
               exit program
           end-if.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference code-file-name.

           open i-o code-file.

           if code-stat is equal "35" then
               open output code-file
               close code-file
               open i-o code-file
           end-if.

           if code-stat is not equal "00" then
               exit program
           end-if.

           move code-list to ct-list.
           move code-value to ct-code.

           read code-file
               key is ct-fullkey
               invalid key
                   set change-verb to "ADDED"
               not invalid key
                   set change-verb to "CHANGED"
           end-read.

           move code-list to ct-list.
           move code-value to ct-code.
           move code-text to ct-description.
           move code-effective to ct-effective.
           move code-expiry to ct-expiry.
           move changed-by to ct-changed-by.
           move function current-date(1:14) to ct-stamp.

           if change-verb is equal "ADDED" then
               write code-record
                   invalid key
                       continue
                   not invalid key
                       set save-status to 1
               end-write
           else
               rewrite code-record
                   invalid key
                       continue
                   not invalid key
                       set save-status to 1
               end-rewrite
           end-if.

           close code-file.

           if save-status is equal 1 then
               set log-text to spaces
               string
                   "CODE " delimited by size
                   function trim(code-list) delimited by size
                   "/" delimited by size
                   function trim(code-value) delimited by size
                   " " delimited by size
                   function trim(change-verb) delimited by size
                   " BY " delimited by size
                   function trim(changed-by) delimited by size
                   " EFFECTIVE " delimited by size
                   code-effective delimited by size
                   " EXPIRY " delimited by size
                   code-expiry delimited by size
                   into log-text
               end-string

               call "log-message"
               using by content log-level,
               by content log-source,
               by content log-text
           end-if.

           exit program.

       end program code-store-save.

      *****************************************

       identification division.
       program-id. code-walk-render.

      ************************************************************
      * RENDERS THE REGISTRY INTO THE CODES SCREEN'S BUFFER, THE
      * SAME PRIVATE-HELPER SHAPE AS approval-walk-pending. WITH A
      * BLANK code-list IT LISTS EVERY LIST NAME ONCE, EACH LINKED
      * TO ITS OWN PAGE; WITH A NAME IT LISTS THAT LIST'S CODES --
      * EXPIRED AND NOT-YET-EFFECTIVE ONES INCLUDED AND MARKED --
      * AS TABLE ROWS. shown-count SAYS HOW MANY LINES WENT OUT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select code-file assign to dynamic code-file-name
           organization is indexed
           access mode is dynamic
           record key is ct-fullkey
           file status is code-stat.

       data division.

       file section.
       fd code-file.
       01 code-record.
           05 ct-fullkey.
               10 ct-list pic x(20).
               10 ct-code pic x(16).
           05 ct-description pic x(60).
           05 ct-effective   pic x(8).
           05 ct-expiry      pic x(8).
           05 ct-changed-by  pic x(32).
           05 ct-stamp       pic x(14).

       working-storage section.
       77 code-stat      pic xx.
       77 code-file-name pic x(64).
       77 tenant-stem    pic x(16) value "codetables".
       77 tenant-ext     pic x(4) value "dat".
       77 business-day   pic x(8).
       77 walk-done      pic 9.
       77 last-list      pic x(20).
       77 code-state     pic x(16).

       linkage section.
       01 code-list   pic x(20).
       01 string-data pic x(8192).
       01 out-pointer pic 9(5).
       01 shown-count pic 9(4).

       procedure division using code-list, string-data,
                           out-pointer, shown-count.

           set shown-count to 0.
           set last-list to spaces.

           call "business-date"
           using by reference business-day.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference code-file-name.

           open input code-file.

           if code-stat is not equal "00" then
               exit program
           end-if.

           move code-list to ct-list.
           move low-values to ct-code.

           if code-list is equal spaces then
               move low-values to ct-list
           end-if.

           set walk-done to 0.

           start code-file key is greater than or equal ct-fullkey
               invalid key
                   set walk-done to 1
           end-start.

           perform render-one-entry until walk-done is equal 1.

           close code-file.

           exit program.

      *    RENDER-ONE-ENTRY -- ONE STEP OF THE REGISTRY WALK.
       render-one-entry.
           read code-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if code-list is equal spaces then
               perform render-list-name
               exit paragraph
           end-if.

           if ct-list is not equal code-list then
               set walk-done to 1
               exit paragraph
           end-if.

           set code-state to "in use".

           if ct-effective is not equal spaces
           and ct-effective is greater than business-day then
               set code-state to "not yet effective"
           end-if.

           if ct-expiry is not equal spaces
           and ct-expiry is less than business-day then
               set code-state to "expired"
           end-if.

           string
               "<tr><td>" function trim(ct-code)
               "</td><td>" function trim(ct-description)
               "</td><td>" ct-effective
               "</td><td>" ct-expiry
               "</td><td>" function trim(code-state)
               "</td><td>" function trim(ct-changed-by)
               "</td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   set walk-done to 1
           end-string.

           add 1 to shown-count.

           exit paragraph.

      *    RENDER-LIST-NAME -- THE FIRST ENTRY OF EACH LIST NAMES
      *    IT; THE REST OF THE LIST IS SKIPPED OVER.
       render-list-name.
           if ct-list is equal last-list then
               exit paragraph
           end-if.

           move ct-list to last-list.

           string
               "<li><a href=" X"22" "/maintain/codes?list="
               function trim(ct-list) X"22" ">"
               function trim(ct-list) "</a></li>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   set walk-done to 1
           end-string.

           add 1 to shown-count.

           exit paragraph.

       end program code-walk-render.

      *****************************************

       identification division.
       program-id. code-check-maintainer.

      ************************************************************
      * SHARED GATE FOR THE CODE-TABLE SCREENS -- ONLY THE
      * supervisor AND admin ROLES KEEP THE LISTS (A CLERK PICKS
      * FROM THEM, NOT INTO THEM). ANYONE ELSE GETS THE SAME BARE
      * 403 maintain-check-user SENDS. THE SIGNED-IN NAME COMES
      * BACK FOR THE CHANGE STAMP.
      ************************************************************

       data division.

       working-storage section.
       77 maintainer-role pic x(16).
       77 session-found   pic 9.

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

       77 connect         pic 9(5).
       77 maintainer-ok   pic 9.
       77 maintainer-name pic x(64).

       procedure division using request, connect, maintainer-ok,
                           maintainer-name.

           set maintainer-ok to 0.

           call "session-user-role"
           using by content request,
           by reference maintainer-name,
           by reference maintainer-role,
           by reference session-found.

           if session-found is equal 1
           and (maintainer-role is equal "supervisor"
           or maintainer-role is equal "admin") then
               set maintainer-ok to 1
               exit program
           end-if.

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

           exit program.

       end program code-check-maintainer.

      *****************************************

       identification division.
       program-id. http-maintain-codes.

      ************************************************************
      * GET /maintain/codes[?list=X] -- THE CODE-TABLE SCREEN.
      * WITHOUT A LIST IT NAMES EVERY LIST ON FILE; WITH ONE IT
      * SHOWS THAT LIST'S CODES AND THEIR DATES. EITHER WAY AN
      * ADD/CHANGE FORM POSTS TO /maintain/codesave -- KEYING AN
      * EXISTING CODE CHANGES ITS DESCRIPTION OR DATES, AND
      * RETIRING A CODE IS GIVING IT AN EXPIRY DATE.
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
           05 string-data pic x(8192).
           05 string-size pic 9(5).

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       77 maintainer-ok   pic 9.
       77 maintainer-name pic x(64).
       77 code-list       pic x(20).
       77 q               pic 9(3).
       77 out-pointer     pic 9(5).
       77 shown-count     pic 9(4).

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

           call "code-check-maintainer"
           using by content request,
           by content connect,
           by reference maintainer-ok,
           by reference maintainer-name.

           if maintainer-ok is equal 0 then
               exit program
           end-if.

           set code-list to spaces.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-query-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body>" X"0A"
               into string-data
               with pointer out-pointer
           end-string.

      *    THE OPERATOR'S STANDING NOTICE TOPS EVERY SCREEN.
           call "notice-banner"
           using by reference string-data,
           by reference out-pointer.

           if code-list is equal spaces then
               string
                   "<h1>Code tables</h1><ul>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "<h1>Code table " function trim(code-list)
                   "</h1>" X"0A"
                   "<table><tr><th>Code</th><th>Description</th>"
                   "<th>Effective</th><th>Expiry</th>"
                   "<th>Status</th><th>Changed by</th></tr>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           call "code-walk-render"
           using by content code-list,
           by reference string-data,
           by reference out-pointer,
           by reference shown-count.

           if code-list is equal spaces then
               string
                   "</ul>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "</table>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           if shown-count is equal 0 then
               string
                   "<p>Nothing on file yet.</p>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<h2>Add or change a code</h2>" X"0A"
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/codesave" X"22" ">"
               X"0A"
               "<label>List: <input type=" X"22" "text" X"22"
               " name=" X"22" "list" X"22"
               " size=" X"22" "20" X"22"
               " value=" X"22" function trim(code-list)
               X"22" "></label>" X"0A"
               "<label>Code: <input type=" X"22" "text" X"22"
               " name=" X"22" "code" X"22"
               " size=" X"22" "16" X"22" "></label>" X"0A"
               "<label>Description: <input type=" X"22" "text"
               X"22" " name=" X"22" "description" X"22"
               " size=" X"22" "60" X"22" "></label>" X"0A"
               "<p><label>Effective (YYYYMMDD, blank = always):"
               " <input type=" X"22" "text" X"22"
               " name=" X"22" "effective" X"22"
               " size=" X"22" "8" X"22" "></label>" X"0A"
               "<label>Expiry (YYYYMMDD, blank = never):"
               " <input type=" X"22" "text" X"22"
               " name=" X"22" "expiry" X"22"
               " size=" X"22" "8" X"22" "></label></p>" X"0A"
               "<input type=" X"22" "submit" X"22"
               " value=" X"22" "Save code" X"22" ">" X"0A"
               "</form>" X"0A"
               "<p><a href=" X"22" "/maintain/codes" X"22"
               ">All lists</a> | <a href=" X"22" "/maintain" X"22"
               ">Back</a></p></body></html>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

      *    TAKE-ONE-QUERY-FIELD -- ONE parse-path NAME/VALUE PAIR.
       take-one-query-field.
           if get-name(q) is equal "list" then
               set code-list to get-value(q)(1:20)
           end-if.

           exit paragraph.

       end program http-maintain-codes.

      *****************************************

       identification division.
       program-id. http-maintain-codesave.

      ************************************************************
      * POST /maintain/codesave -- THE parse-form BODY (list, code,
      * description, effective, expiry) SAVED THROUGH
      * code-store-save, STAMPED WITH THE SIGNED-IN MAINTAINER;
      * THE ANSWER IS A SHORT PAGE BACK TO THE LIST.
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

       77 maintainer-ok   pic 9.
       77 maintainer-name pic x(64).
       77 body-length     pic 9(6).
       77 f               pic 9(3).
       77 out-pointer     pic 9(5).
       77 code-list       pic x(20).
       77 code-value      pic x(16).
       77 code-text       pic x(60).
       77 code-effective  pic x(8).
       77 code-expiry     pic x(8).
       77 changed-by      pic x(32).
       77 save-status     pic 9.
       77 result-line     pic x(80).

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

           call "code-check-maintainer"
           using by content request,
           by content connect,
           by reference maintainer-ok,
           by reference maintainer-name.

           if maintainer-ok is equal 0 then
               exit program
           end-if.

           set code-list to spaces.
           set code-value to spaces.
           set code-text to spaces.
           set code-effective to spaces.
           set code-expiry to spaces.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           perform take-one-form-field
               varying f from 1 by 1
               until f is greater than parse-get-size.

           move maintainer-name to changed-by.
           set save-status to 0.

           call "code-store-save"
           using by content code-list,
           by content code-value,
           by content code-text,
           by content code-effective,
           by content code-expiry,
           by content changed-by,
           by reference save-status.

           set response-headers-size to 0.

           if save-status is equal 1 then
               set status-code to 200
               set status-text to "OK"
               set result-line to "Code saved."
           else
               set status-code to 400
               set status-text to "Bad Request"
               set result-line to
                   "Refused - check the list, the code and the dates."
           end-if.

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Code table "
               function trim(code-list) "</h1>" X"0A"
               "<p>" function trim(result-line) "</p>" X"0A"
               "<p><a href=" X"22" "/maintain/codes?list="
               function trim(code-list) X"22"
               ">Back to the list</a></p></body></html>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

      *    TAKE-ONE-FORM-FIELD -- ONE parse-form NAME/VALUE PAIR.
       take-one-form-field.
           evaluate get-name(f)
               when "list"
                   set code-list to get-value(f)(1:20)
               when "code"
                   set code-value to get-value(f)(1:16)
               when "description"
                   set code-text to get-value(f)(1:60)
               when "effective"
                   set code-effective to get-value(f)(1:8)
               when "expiry"
                   set code-expiry to get-value(f)(1:8)
           end-evaluate.

           exit paragraph.

       end program http-maintain-codesave.
