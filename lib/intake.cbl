       identification division.
       program-id. intake_http.

      ************************************************************
      * PUBLIC INTAKE FORMS -- A "REQUEST A QUOTE" OR A JOB
      * APPLICATION NO LONGER NEEDS ITS OWN HAND-WRITTEN HANDLER.
      * EACH FORM IS DECLARED IN "intakeforms.cfg", ONE LINE PER
      * FACT, "#" LINES COMMENTS:
      *
      *   FORM    <form> <table> <department> <mail-template>
      *   TITLE   <form> <heading text...>
      *   SUBJECT <form> <confirmation subject text...>
      *   FIELD   <form> <field> <label text...>
      *   HELP    <form> <field> <help text...>
      *
      * THE FIELDS ARE schemas.cfg FIELDS OF THE TABLE, OFFERED
      * IN THE ORDER OF THE FIELD LINES; A HELP LINE FOLLOWS ITS
      * FIELD LINE. THE SCHEMA RULES ARE THE FORM'S RULES:
      * NONEMPTY FIELDS ARE MARKED REQUIRED, A CODE FIELD IS A
      * DROP-DOWN OF ITS LIST, AND EACH REFUSAL IS SHOWN BESIDE
      * ITS OWN FIELD IN PLAIN WORDS. REGISTERED THE SAME ONE-CALL
      * WAY AS portal_http:
      *
      *     call "intake_http" using http-tbl
      *
      * REGISTERS:
      *     GET  /intake/:form    -- THE BLANK FORM
      *     POST /intake/:form    -- ONE SUBMISSION
      *
      * A SUBMISSION MUST CARRY THE PAGE'S CSRF TOKEN, IS
      * BRACKETED BY idem-begin/idem-end (A DOUBLE-CLICK STORES
      * ONE ROW), AND IS COUNTED PER FORM AND CALLER ADDRESS IN
      * "intakerate.dat" -- AT MOST INTAKE_RATE_MAX (DEFAULT 5)
      * IN INTAKE_RATE_WINDOW SECONDS (DEFAULT 3600; A MAX OF 0
      * TURNS THE LIMIT OFF). AN ACCEPTED ROW IS KEYED BY ITS
      * REFERENCE -- THE FORM NAME AND THE NEXT NUMBER OF THE
      * "INTAKE-<form>" db-sequence -- AND STORED THROUGH
      * db-update. THE SUBMITTER
      * IS MAILED THE TEMPLATE FROM INTAKE_MAIL_FROM (DEFAULT
      * noreply@localhost) AT THE FORM'S FIRST EMAIL-RULE FIELD,
      * AND THE DEPARTMENT GETS A WORK-INBOX ITEM OF ITS OWN TYPE
      * (THE TEXT IN "intake.<reference>.txt"); A "<department>
      * <role>" LINE IN workinbox.cfg SAYS WHO SEES IT.
      ************************************************************

       data division.

       working-storage section.
       77 route-path   pic x(2048).
       77 route-method pic x(16).
       77 route-handle usage procedure-pointer.
       77 route-type   pic x(16).

       linkage section.
       01 http-tbl.
           05 http-host pic x(50).
           05 http-len  pic 9(5).
           05 http-cap  pic 9(5).
           05 http-public pic x(256).
           05 http-cert-path pic x(256).
           05 http-key-path  pic x(256).
           05 cache-max-age pic 9(6).
           05 max-header-count pic 9(3).
           05 max-uri-length pic 9(4).
           05 vhost-size pic 9(2).
           05 http-vhost occurs 8 times.
              10 vhost-host   pic x(50).
              10 vhost-public pic x(256).
           05 has-middleware pic 9.
           05 http-middleware usage procedure-pointer.
           05 rate-limit-max pic 9(5).
           05 rate-limit-window pic 9(5).
           05 normalize-path pic 9.
           05 mount-size pic 9(2).
           05 http-mount occurs 8 times.
              10 mount-prefix pic x(256).
              10 mount-root   pic x(256).
           05 allow-listing pic 9.
           05 maintenance-mode pic 9.
           05 trusted-proxy pic x(50).
           05 listen-size pic 9(2).
           05 http-listen occurs 4 times.
              10 listen-address pic x(50).
              10 listen-cert pic x(256).
              10 listen-key  pic x(256).
           05 http-route occurs 1 to 2048 times depending on http-cap.
              10 func usage procedure-pointer.
              10 tab-path   pic x(2048).
              10 tab-method pic x(16).
              10 route-timeout pic 9(3).
              10 route-cache-ttl pic 9(5).

       procedure division using http-tbl.

           set route-type to spaces.

           set route-path to "/intake/:form".
           set route-method to "GET".
           set route-handle to entry "http-intake-form".
           perform register-one-route.

           set route-method to "POST".
           set route-handle to entry "http-intake-submit".
           perform register-one-route.

           exit program.

      *    REGISTER-ONE-ROUTE -- ONE handle_http CALL PER SCREEN.
       register-one-route.
           call "handle_http"
           using by reference http-tbl,
           by content route-path,
           by content route-method,
           by content route-handle,
           by content route-type.

           exit paragraph.

       end program intake_http.

      *****************************************

       identification division.
       program-id. intake-form-load.

      ************************************************************
      * ONE FORM OF "intakeforms.cfg", ITS FIELDS RESOLVED
      * AGAINST schemas.cfg -- THE SAME PRIVATE-HELPER-IN-THE-
      * SAME-FILE CONVENTION AS crud-table-of-path. A FIELD THE
      * TABLE DOES NOT DECLARE IS DROPPED (THERE IS NOWHERE TO
      * STORE IT), AND A FORM WITH NO FORM LINE OR NO FIELD LEFT
      * COMES BACK WITH def-found 0. AT MOST 24 FIELDS A FORM.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select form-config assign to "intakeforms.cfg"
           organization is line sequential
           file status is form-stat.

           select schema-config assign to "schemas.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd form-config.
       01 form-record pic x(256).

       fd schema-config.
       01 config-record pic x(128).

       working-storage section.
       77 form-stat     pic xx.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       77 line-word     pic x(8).
       77 line-form     pic x(20).
       77 line-field    pic x(30).
       77 line-pointer  pic 9(3).
       77 line-rest     pic x(256).
       77 f             pic 9(2).
       77 kept-count    pic 9(2).

       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-offset-text pic x(6).
           05 cfg-length-text pic x(6).
           05 cfg-rule   pic x(16).
           05 cfg-maxlen-text pic x(20).
       77 cfg-offset    pic 9(4).
       77 cfg-length    pic 9(4).

       linkage section.
       01 form-name pic x(20).

       01 intake-def.
           05 def-found    pic 9.
           05 def-table    pic x(30).
           05 def-dept     pic x(12).
           05 def-template pic x(128).
           05 def-title    pic x(64).
           05 def-subject  pic x(128).
           05 def-field-size pic 9(2).
           05 def-field occurs 24 times.
               10 df-name     pic x(30).
               10 df-label    pic x(64).
               10 df-help     pic x(160).
               10 df-offset   pic 9(4).
               10 df-length   pic 9(4).
               10 df-rule     pic x(16).
               10 df-slot     pic x(20).
               10 df-maxlen   pic 9(4).
               10 df-declared pic 9.

       procedure division using form-name, intake-def.

           initialize intake-def.

           if form-name is equal spaces then
               exit program
           end-if.

           open input form-config.

           if form-stat is not equal "00" then
               exit program
           end-if.

           set config-eof to 0.

           perform read-one-form-line until config-eof is equal 1.

           close form-config.

           if def-found is equal 0
           or def-field-size is equal 0 then
               set def-found to 0
               exit program
           end-if.

           open input schema-config.

           if config-stat is equal "00" then
               set config-eof to 0
               perform read-one-declaration
                   until config-eof is equal 1
               close schema-config
           end-if.

           set kept-count to 0.

           perform keep-one-field
               varying f from 1 by 1
               until f is greater than def-field-size.

           set def-field-size to kept-count.

           if def-field-size is equal 0 then
               set def-found to 0
           end-if.

           if def-title is equal spaces then
               move form-name to def-title
           end-if.

           exit program.

      *    READ-ONE-FORM-LINE -- ONE REGISTRY LINE; ONLY THIS
      *    FORM'S LINES COUNT.
       read-one-form-line.
           read form-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if form-record is equal spaces
           or form-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           move spaces to line-word.
           move spaces to line-form.
           set line-pointer to 1.

           unstring form-record delimited by all X"20"
               into line-word, line-form
               with pointer line-pointer
           end-unstring.

           if line-form is not equal form-name then
               exit paragraph
           end-if.

           evaluate line-word
               when "FORM"
                   perform take-form-line
               when "TITLE"
                   perform take-rest-of-line
                   move line-rest to def-title
               when "SUBJECT"
                   perform take-rest-of-line
                   move line-rest to def-subject
               when "FIELD"
                   perform take-field-line
               when "HELP"
                   perform take-help-line
           end-evaluate.

           exit paragraph.

      *    TAKE-FORM-LINE -- TABLE, DEPARTMENT AND MAIL TEMPLATE.
       take-form-line.
           unstring form-record delimited by all X"20"
               into def-table, def-dept, def-template
               with pointer line-pointer
           end-unstring.

           if def-table is not equal spaces then
               set def-found to 1
           end-if.

           exit paragraph.

      *    TAKE-REST-OF-LINE -- EVERYTHING FROM line-pointer ON,
      *    SPACES AND ALL.
       take-rest-of-line.
           move spaces to line-rest.

           if line-pointer is not greater than 256 then
               move form-record(line-pointer:) to line-rest
           end-if.

           exit paragraph.

      *    TAKE-FIELD-LINE -- THE NEXT FIELD AND ITS LABEL; NO
      *    LABEL MEANS THE FIELD NAME ITSELF.
       take-field-line.
           if def-field-size is not less than 24 then
               exit paragraph
           end-if.

           move spaces to line-field.

           unstring form-record delimited by all X"20"
               into line-field
               with pointer line-pointer
           end-unstring.

           if line-field is equal spaces then
               exit paragraph
           end-if.

           perform take-rest-of-line.

           add 1 to def-field-size.
           move line-field to df-name(def-field-size).
           move line-rest to df-label(def-field-size).

           if line-rest is equal spaces then
               move line-field to df-label(def-field-size)
           end-if.

           exit paragraph.

      *    TAKE-HELP-LINE -- THE HELP TEXT OF A FIELD ALREADY
      *    NAMED.
       take-help-line.
           move spaces to line-field.

           unstring form-record delimited by all X"20"
               into line-field
               with pointer line-pointer
           end-unstring.

           perform take-rest-of-line.

           perform match-help-field
               varying f from 1 by 1
               until f is greater than def-field-size.

           exit paragraph.

       match-help-field.
           if df-name(f) is equal line-field then
               move line-rest to df-help(f)
           end-if.

           exit paragraph.

      *    READ-ONE-DECLARATION -- ONE schemas.cfg LINE, THE SAME
      *    SPLIT db-validate-row MAKES.
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
                    cfg-rule, cfg-maxlen-text
           end-unstring.

           if cfg-table is not equal def-table then
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

           perform match-declaration
               varying f from 1 by 1
               until f is greater than def-field-size.

           exit paragraph.

       match-declaration.
           if df-name(f) is not equal cfg-field
           or df-declared(f) is equal 1 then
               exit paragraph
           end-if.

           move cfg-offset to df-offset(f).
           move cfg-length to df-length(f).
           move cfg-rule to df-rule(f).
           move cfg-maxlen-text to df-slot(f).
           set df-declared(f) to 1.

           if cfg-rule is equal "MAXLEN"
           and cfg-maxlen-text is not equal spaces then
               move function trim(cfg-maxlen-text) to df-maxlen(f)
           end-if.

           exit paragraph.

      *    KEEP-ONE-FIELD -- CLOSES UP THE TABLE OVER THE FIELDS
      *    schemas.cfg DID NOT DECLARE.
       keep-one-field.
           if df-declared(f) is equal 0 then
               exit paragraph
           end-if.

           add 1 to kept-count.

           if kept-count is less than f then
               move def-field(f) to def-field(kept-count)
           end-if.

           exit paragraph.

       end program intake-form-load.

      *****************************************

       identification division.
       program-id. intake-form-render.

      ************************************************************
      * THE FORM PAGE, BLANK OR AS SUBMITTED -- EACH FIELD WITH
      * ITS LABEL, ITS HELP TEXT AND ANY REFUSAL, THE VALUES
      * ESCAPED BACK INTO THE INPUTS. EVERY RENDERING ISSUES A
      * FRESH CSRF TOKEN (COOKIE AND HIDDEN FIELD, csrf-token-
      * issue) AND A FRESH IDEMPOTENCY KEY, SO A CORRECTED
      * RESUBMISSION IS A NEW SUBMISSION, NOT A REPLAY OF THE
      * REFUSED ONE.
      ************************************************************

       data division.

       working-storage section.
       77 csrf-token    pic x(32).
       77 idem-key      pic x(32).
       77 idem-now      pic x(21).
       77 idem-rand     pic 9(9).
       77 page-pointer  pic 9(5).
       77 f             pic 9(2).
       77 input-width   pic 9(4).
       77 width-edit    pic z(3)9.
       77 input-type    pic x(8).
       77 picker-current pic x(16).
       01 option-data   pic x(4096).
       77 option-pointer pic 9(5).
       77 option-size   pic 9(5).

      *    A VALUE ECHOED INTO AN HTML ATTRIBUTE, QUOTES AND
      *    ANGLE BRACKETS ESCAPED.
       77 attr-source   pic x(256).
       77 attr-text     pic x(1536).
       77 attr-length   pic 9(4).
       77 e             pic 9(4).
       77 source-length pic 9(4).

       linkage section.
       01 form-name pic x(20).

       01 intake-def.
           05 def-found    pic 9.
           05 def-table    pic x(30).
           05 def-dept     pic x(12).
           05 def-template pic x(128).
           05 def-title    pic x(64).
           05 def-subject  pic x(128).
           05 def-field-size pic 9(2).
           05 def-field occurs 24 times.
               10 df-name     pic x(30).
               10 df-label    pic x(64).
               10 df-help     pic x(160).
               10 df-offset   pic 9(4).
               10 df-length   pic 9(4).
               10 df-rule     pic x(16).
               10 df-slot     pic x(20).
               10 df-maxlen   pic 9(4).
               10 df-declared pic 9.

       01 intake-entry.
           05 entry-item occurs 24 times.
               10 entry-value   pic x(256).
               10 entry-message pic x(128).

       01 banner-text pic x(256).

       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 page-data pic x(8192).
       01 page-size pic 9(5).

       procedure division using form-name, intake-def,
                           intake-entry, banner-text,
                           response-data, page-data, page-size.

           call "csrf-token-issue"
           using by reference response-data,
           by reference csrf-token.

           move function current-date to idem-now.
           compute idem-rand = function random * 999999999.
           move spaces to idem-key.
           string
               "intake-" idem-now(1:16) idem-rand
               delimited by size
               into idem-key
           end-string.

           move spaces to page-data.
           set page-pointer to 1.

           move def-title to attr-source.
           perform escape-attribute.

           string
               "<html><head><title>" attr-text(1:attr-length)
               "</title></head><body>" X"0A"
               "<h1>" attr-text(1:attr-length) "</h1>" X"0A"
               into page-data
               with pointer page-pointer
               on overflow
                   continue
           end-string.

           if banner-text is not equal spaces then
               move banner-text to attr-source
               perform escape-attribute
               string
                   "<p><strong>" attr-text(1:attr-length)
                   "</strong></p>" X"0A"
                   into page-data
                   with pointer page-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/intake/" function trim(form-name)
               X"22" ">" X"0A"
               "<input type=" X"22" "hidden" X"22" " name=" X"22"
               "csrf" X"22" " value=" X"22" function trim(csrf-token)
               X"22" ">" X"0A"
               "<input type=" X"22" "hidden" X"22" " name=" X"22"
               "idemkey" X"22" " value=" X"22"
               function trim(idem-key) X"22" ">" X"0A"
               into page-data
               with pointer page-pointer
               on overflow
                   continue
           end-string.

           perform render-one-field
               varying f from 1 by 1
               until f is greater than def-field-size.

           string
               "<p><button>Submit</button></p></form>" X"0A"
               "</body></html>" X"0A"
               into page-data
               with pointer page-pointer
               on overflow
                   continue
           end-string.

           compute page-size = page-pointer - 1.

           exit program.

      *    RENDER-ONE-FIELD -- LABEL, INPUT, HELP, REFUSAL.
       render-one-field.
           move df-label(f) to attr-source.
           perform escape-attribute.

           string
               "<p><label>" attr-text(1:attr-length)
               into page-data
               with pointer page-pointer
               on overflow
                   continue
           end-string.

           if df-rule(f) is equal "NONEMPTY" then
               string
                   " (required)"
                   into page-data
                   with pointer page-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<br>"
               into page-data
               with pointer page-pointer
               on overflow
                   continue
           end-string.

           if df-rule(f) is equal "CODE" then
               perform render-code-choice
           else
               perform render-text-input
           end-if.

           string
               "</label>"
               into page-data
               with pointer page-pointer
               on overflow
                   continue
           end-string.

           if df-help(f) is not equal spaces then
               move df-help(f) to attr-source
               perform escape-attribute
               string
                   "<br><small>" attr-text(1:attr-length)
                   "</small>"
                   into page-data
                   with pointer page-pointer
                   on overflow
                       continue
               end-string
           end-if.

           if entry-message(f) is not equal spaces then
               move entry-message(f) to attr-source
               perform escape-attribute
               string
                   "<br><strong>" attr-text(1:attr-length)
                   "</strong>"
                   into page-data
                   with pointer page-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "</p>" X"0A"
               into page-data
               with pointer page-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    RENDER-TEXT-INPUT -- AS WIDE AS THE DECLARED FIELD; AN
      *    EMAIL-RULE FIELD AS A MAIL-ADDRESS INPUT.
       render-text-input.
           set input-width to df-length(f).
           if input-width is greater than 256 then
               set input-width to 256
           end-if.
           move input-width to width-edit.

           if df-rule(f) is equal "EMAIL" then
               set input-type to "email"
           else
               set input-type to "text"
           end-if.

           string
               "<input type=" X"22" function trim(input-type) X"22"
               " name=" X"22" function trim(df-name(f)) X"22"
               " maxlength=" X"22" function trim(width-edit) X"22"
               into page-data
               with pointer page-pointer
               on overflow
                   continue
           end-string.

           if entry-value(f) is not equal spaces then
               move entry-value(f) to attr-source
               perform escape-attribute
               string
                   " value=" X"22" attr-text(1:attr-length) X"22"
                   into page-data
                   with pointer page-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               ">"
               into page-data
               with pointer page-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    RENDER-CODE-CHOICE -- THE CODES IN FORCE, THE SAME
      *    DROP-DOWN http-maintain-edit OFFERS.
       render-code-choice.
           move spaces to picker-current.
           move entry-value(f)(1:16) to picker-current.

           move spaces to option-data.
           set option-pointer to 1.

           call "code-options-render"
           using by content df-slot(f),
           by content picker-current,
           by reference option-data,
           by reference option-pointer.

           compute option-size = option-pointer - 1.

           string
               "<select name=" X"22" function trim(df-name(f)) X"22"
               ">"
               into page-data
               with pointer page-pointer
               on overflow
                   continue
           end-string.

           if option-size is greater than 0 then
               string
                   option-data(1:option-size)
                   into page-data
                   with pointer page-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "</select>"
               into page-data
               with pointer page-pointer
               on overflow
                   continue
           end-string.

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

       end program intake-form-render.

      *****************************************

       identification division.
       program-id. http-intake-form.

      ************************************************************
      * GET /intake/:form -- THE BLANK FORM. A FORM NOT IN
      * intakeforms.cfg IS "NOT FOUND".
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

       01 intake-def.
           05 def-found    pic 9.
           05 def-table    pic x(30).
           05 def-dept     pic x(12).
           05 def-template pic x(128).
           05 def-title    pic x(64).
           05 def-subject  pic x(128).
           05 def-field-size pic 9(2).
           05 def-field occurs 24 times.
               10 df-name     pic x(30).
               10 df-label    pic x(64).
               10 df-help     pic x(160).
               10 df-offset   pic 9(4).
               10 df-length   pic 9(4).
               10 df-rule     pic x(16).
               10 df-slot     pic x(20).
               10 df-maxlen   pic 9(4).
               10 df-declared pic 9.

       01 intake-entry.
           05 entry-item occurs 24 times.
               10 entry-value   pic x(256).
               10 entry-message pic x(128).

       77 form-name     pic x(20).
       77 banner-text   pic x(256).
       77 p             pic 9(3).

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

       01 route-params.
           05 route-param occurs 16 times.
               10 param-name  pic x(32).
               10 param-value pic x(256).
           05 route-param-size pic 9(3).

       procedure division using request, connect, route-params.

           set response-headers-size to 0.
           set form-name to spaces.

           perform take-one-param
               varying p from 1 by 1
               until p is greater than route-param-size.

           call "intake-form-load"
           using by content form-name,
           by reference intake-def.

           if def-found is equal 0 then
               set status-code to 404
               set status-text to "Not Found"

               move spaces to string-data
               set string-size to 1

               string
                   "<html><body><h1>Not found</h1>"
                   "<p>There is no such form.</p></body></html>"
                   X"0A"
                   into string-data
                   with pointer string-size
               end-string

               compute string-size = string-size - 1

               call "sendtext_http"
               using by content response-data, by content connect,
                     by content string-data, by content string-size,
                     by content request

               exit program
           end-if.

           initialize intake-entry.
           set banner-text to spaces.

           call "intake-form-render"
           using by content form-name,
           by content intake-def,
           by content intake-entry,
           by content banner-text,
           by reference response-data,
           by reference string-data,
           by reference string-size.

           set status-code to 200.
           set status-text to "OK".

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

      *    TAKE-ONE-PARAM -- THE ":form" SEGMENT; A NAME TOO LONG
      *    FOR THE REGISTRY IS NO FORM AT ALL.
       take-one-param.
           if param-name(p) is equal "form"
           and param-value(p)(21:236) is equal spaces then
               move param-value(p)(1:20) to form-name
           end-if.

           exit paragraph.

       end program http-intake-form.

      *****************************************

       identification division.
       program-id. http-intake-submit.

      ************************************************************
      * POST /intake/:form -- ONE SUBMISSION, IN THIS ORDER: THE
      * CSRF TOKEN (A STALE PAGE IS TOLD TO RELOAD), idem-begin
      * (A REPEAT REPLAYS THE FIRST ANSWER), THE PER-ADDRESS
      * RATE LIMIT, THE FIELD RULES (THE FORM COMES BACK, FILLED
      * IN, WITH EACH REFUSAL BESIDE ITS FIELD), db-validate-row
      * OVER THE WHOLE ROW, AND ONLY THEN A REFERENCE NUMBER, THE
      * db-update, THE WORK-INBOX ITEM, THE CONFIRMATION MAIL AND
      * THE THANK-YOU PAGE. A MAIL OR WORK ITEM THAT FAILS IS
      * LOGGED; THE SUBMISSION STANDS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select rate-file assign to "intakerate.dat"
           organization is indexed
           access mode is dynamic
           record key is ir-key
           file status is rate-stat.

           select template-file assign to dynamic template-path
           organization is line sequential
           file status is template-stat.

           select text-file assign to dynamic text-path
           organization is line sequential
           file status is text-stat.

       data division.

       file section.
       fd rate-file.
       01 rate-record.
           05 ir-key.
               10 ir-form     pic x(20).
               10 ir-ip       pic x(50).
           05 ir-window-start pic 9(11).
           05 ir-count        pic 9(6).

       fd template-file.
       01 template-line pic x(256).

       fd text-file.
       01 text-record pic x(400).

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

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 intake-def.
           05 def-found    pic 9.
           05 def-table    pic x(30).
           05 def-dept     pic x(12).
           05 def-template pic x(128).
           05 def-title    pic x(64).
           05 def-subject  pic x(128).
           05 def-field-size pic 9(2).
           05 def-field occurs 24 times.
               10 df-name     pic x(30).
               10 df-label    pic x(64).
               10 df-help     pic x(160).
               10 df-offset   pic 9(4).
               10 df-length   pic 9(4).
               10 df-rule     pic x(16).
               10 df-slot     pic x(20).
               10 df-maxlen   pic 9(4).
               10 df-declared pic 9.

       01 intake-entry.
           05 entry-item occurs 24 times.
               10 entry-value   pic x(256).
               10 entry-message pic x(128).

       77 form-name     pic x(20).
       77 banner-text   pic x(256).
       77 page-text     pic x(512).
       77 p             pic 9(3).
       77 f             pic 9(2).
       77 g             pic 9(3).
       77 body-length   pic 9(6).
       77 submitted-token pic x(32).
       77 csrf-valid    pic 9.
       77 replayed      pic 9.
       77 error-count   pic 9(2).
       77 field-valid   pic 9.
       77 limit-edit    pic z(3)9.
       77 code-list     pic x(20).
       77 code-value    pic x(16).
       77 code-status   pic 9.

       77 rate-stat     pic xx.
       77 rate-text     pic x(6).
       77 rate-max      pic 9(5).
       77 rate-window   pic 9(6).
       77 rate-limited  pic 9.
       77 client-addr   pic x(50).
       77 today-int     pic 9(8).
       77 now-epoch     pic 9(11).

       77 row-value     pic x(1024).
       77 row-valid     pic 9.
       77 bad-field     pic x(30).
       77 seq-name      pic x(30).
       77 next-value    pic 9(11).
       77 seq-status    pic 9.
       77 ref-number    pic 9(8).
       77 intake-ref    pic x(50).
       77 upsert-status pic 9.
       77 update-caller pic x(32) value "intake-form".

       77 text-stat     pic xx.
       77 text-path     pic x(256).
       77 text-lines    pic 9(7).
       77 made-stamp    pic x(29).
       77 stamp-days    pic 9(4) value 0.
       77 item-type     pic x(12).
       77 item-path     pic x(256).
       77 item-day      pic x(8).
       77 producer      pic x(30) value "intake-form".
       77 item-id       pic x(10).

       77 template-stat pic xx.
       77 template-path pic x(128).
       77 template-eof  pic 9.
       77 template-text   pic x(4096).
       77 template-length pic 9(5).
       77 address-slot  pic 9(2).
       77 mail-from     pic x(128).
       77 mail-to-addr  pic x(128).
       77 mail-subject  pic x(128).
       77 mail-body     pic x(4096).
       77 mail-status   pic 9.
       77 mail-sent     pic 9.
       77 token-name    pic x(30).
       77 token-value   pic x(256).
       77 scan-pos      pic 9(5).
       77 out-pos       pic 9(5).
       77 close-pos     pic 9(5).
       77 name-length   pic 9(2).
       77 value-length  pic 9(3).

       77 log-level     pic x(5).
       77 log-source    pic x(32) value "intake-form".
       77 log-text      pic x(256).

       01 request-cutoff external.
           05 cutoff-rolled pic 9.
           05 cutoff-date   pic x(8).

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

       01 route-params.
           05 route-param occurs 16 times.
               10 param-name  pic x(32).
               10 param-value pic x(256).
           05 route-param-size pic 9(3).

       procedure division using request, connect, route-params.

           set response-headers-size to 0.
           set form-name to spaces.

           perform take-one-param
               varying p from 1 by 1
               until p is greater than route-param-size.

           call "intake-form-load"
           using by content form-name,
           by reference intake-def.

           if def-found is equal 0 then
               set status-code to 404
               set status-text to "Not Found"
               set def-title to "Not found"
               set page-text to "There is no such form."
               perform send-page
               exit program
           end-if.

           initialize intake-entry.
           set submitted-token to spaces.
           set bad-field to spaces.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           perform take-one-field
               varying g from 1 by 1
               until g is greater than parse-get-size.

           set csrf-valid to 0.

           call "csrf-token-verify"
           using by content request,
           by content submitted-token,
           by reference csrf-valid.

           if csrf-valid is equal 0 then
               set status-code to 403
               set status-text to "Forbidden"
               move spaces to page-text
               string
                   "This page has expired. Please <a href=" X"22"
                   "/intake/" function trim(form-name) X"22"
                   ">reload the form</a> and submit it again."
                   delimited by size
                   into page-text
               end-string
               perform send-page
               exit program
           end-if.

           set replayed to 0.

           call "idem-begin"
           using by content request,
           by content connect,
           by reference replayed.

           if replayed is equal 1 then
               exit program
           end-if.

           perform check-intake-rate.

           if rate-limited is equal 1 then
               set status-code to 429
               set status-text to "Too Many Requests"
               move spaces to page-text
               string
                   "Too many submissions from your address. Please "
                   "try again later."
                   delimited by size
                   into page-text
               end-string
               perform send-page
               call "idem-end"
               exit program
           end-if.

           set error-count to 0.

           perform check-one-entry
               varying f from 1 by 1
               until f is greater than def-field-size.

           if error-count is equal 0 then
               perform check-whole-row
           end-if.

           if error-count is greater than 0 then
               move spaces to banner-text
               string
                   "Some answers need attention -- see the notes "
                   "below each field."
                   delimited by size
                   into banner-text
               end-string
               perform send-form-again
               call "idem-end"
               exit program
           end-if.

           perform store-submission.

           if upsert-status is not equal 1 then
               set status-code to 503
               set status-text to "Service Unavailable"
               move spaces to page-text
               string
                   "Your submission could not be accepted just now. "
                   "Please try again in a few minutes."
                   delimited by size
                   into page-text
               end-string
               perform send-page
               call "idem-end"
               exit program
           end-if.

           perform raise-work-item.
           perform mail-confirmation.

           move "INFO" to log-level.
           set log-text to spaces.
           string
               "INTAKE " function trim(form-name)
               " SUBMISSION " function trim(intake-ref)
               " STORED IN " function trim(def-table)
               " FROM " function trim(client-addr)
               delimited by size
               into log-text
           end-string.
           perform write-log.

           set status-code to 200.
           set status-text to "OK".
           move spaces to page-text.
           string
               "Thank you -- we have your submission. Your "
               "reference is <strong>" function trim(intake-ref)
               "</strong>; please quote it if you contact us "
               "about it."
               delimited by size
               into page-text
           end-string.

           if cutoff-rolled is equal 1 then
               string
                   " It was received after today's cut-off and "
                   "will be processed on " cutoff-date(1:4) "-"
                   cutoff-date(5:2) "-" cutoff-date(7:2) "."
                   delimited by size
                   into page-text
                       (function length(function trim(page-text))
                       + 1:)
               end-string
           end-if.

           if mail-sent is equal 1 then
               string
                   " A confirmation is on its way to you by mail."
                   delimited by size
                   into page-text
                       (function length(function trim(page-text))
                       + 1:)
               end-string
           end-if.

           perform send-page.

           call "idem-end".

           exit program.

      *    TAKE-ONE-PARAM -- THE ":form" SEGMENT; A NAME TOO LONG
      *    FOR THE REGISTRY IS NO FORM AT ALL.
       take-one-param.
           if param-name(p) is equal "form"
           and param-value(p)(21:236) is equal spaces then
               move param-value(p)(1:20) to form-name
           end-if.

           exit paragraph.

      *    TAKE-ONE-FIELD -- THE TOKEN, OR THE VALUE OF A FIELD THE
      *    FORM OFFERS; ANYTHING ELSE POSTED IS IGNORED.
       take-one-field.
           if get-name(g) is equal "csrf" then
               move get-value(g)(1:32) to submitted-token
               exit paragraph
           end-if.

           perform match-one-field
               varying f from 1 by 1
               until f is greater than def-field-size.

           exit paragraph.

       match-one-field.
           if get-name(g) is equal df-name(f) then
               move function trim(get-value(g)) to entry-value(f)
           end-if.

           exit paragraph.

      *    CHECK-INTAKE-RATE -- ONE COUNT PER SUBMISSION, KEYED BY
      *    FORM AND CALLER ADDRESS, IN THE FIXED-WINDOW SHAPE
      *    check-rate-limit KEEPS ratelimit.dat IN.
       check-intake-rate.
           set rate-limited to 0.
           set client-addr to spaces.

           call "peer_addr_tcp"
           using by value connect,
           by reference client-addr.

           set rate-text to spaces.
           accept rate-text from environment "INTAKE_RATE_MAX".

           if rate-text is equal spaces then
               set rate-max to 5
           else
               move function trim(rate-text) to rate-max
           end-if.

           set rate-text to spaces.
           accept rate-text from environment "INTAKE_RATE_WINDOW".

           if rate-text is equal spaces then
               set rate-window to 3600
           else
               move function trim(rate-text) to rate-window
           end-if.

           if rate-max is equal 0 then
               exit paragraph
           end-if.

           move function current-date(1:8) to today-int.
           compute now-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           open i-o rate-file.

           if rate-stat is equal "35" then
               open output rate-file
               close rate-file
               open i-o rate-file
           end-if.

           if rate-stat is not equal "00" then
               exit paragraph
           end-if.

           move form-name to ir-form.
           move client-addr to ir-ip.

           read rate-file
               key is ir-key
               invalid key
                   move form-name to ir-form
                   move client-addr to ir-ip
                   move now-epoch to ir-window-start
                   move 1 to ir-count
                   write rate-record
               not invalid key
                   if now-epoch - ir-window-start
                   is greater than or equal to rate-window
                       move now-epoch to ir-window-start
                       move 1 to ir-count
                   else
                       add 1 to ir-count
                   end-if
                   rewrite rate-record
                   if ir-count is greater than rate-max
                       set rate-limited to 1
                   end-if
           end-read.

           close rate-file.

           if rate-limited is equal 1 then
               move "WARN" to log-level
               set log-text to spaces
               string
                   "INTAKE " function trim(form-name)
                   " SUBMISSION REFUSED, RATE LIMIT REACHED FOR "
                   function trim(client-addr)
                   delimited by size
                   into log-text
               end-string
               perform write-log
           end-if.

           exit paragraph.

      *    CHECK-ONE-ENTRY -- ONE FIELD AGAINST ITS DECLARED WIDTH
      *    AND ITS schemas.cfg RULE, IN WORDS THE SUBMITTER CAN
      *    ACT ON.
       check-one-entry.
           move spaces to entry-message(f).

           if df-length(f) is less than 256
           and entry-value(f)(df-length(f) + 1:) is not equal
               spaces then
               move df-length(f) to limit-edit
               string
                   "Please keep this to "
                   function trim(limit-edit) " characters."
                   delimited by size
                   into entry-message(f)
               end-string
               add 1 to error-count
               exit paragraph
           end-if.

           evaluate df-rule(f)
               when "CODE"
                   perform check-code-entry
               when "NONEMPTY"
               when "NUMERIC"
               when "MAXLEN"
               when "EMAIL"
                   perform check-rule-entry
           end-evaluate.

           exit paragraph.

      *    CHECK-RULE-ENTRY -- validate-field, THE SAME CALL
      *    db-validate-row MAKES, WITH A MESSAGE PER RULE. A
      *    BLANK OPTIONAL NUMBER OR ADDRESS IS LEFT TO THE ROW
      *    CHECK, WHICH ALONE KNOWS WHETHER THE TABLE ALLOWS IT.
       check-rule-entry.
           if entry-value(f) is equal spaces
           and df-rule(f) is not equal "NONEMPTY" then
               exit paragraph
           end-if.

           set field-valid to 0.

           call "validate-field"
           using by content entry-value(f),
           by content df-rule(f),
           by content df-maxlen(f),
           by reference field-valid.

           if field-valid is equal 1 then
               exit paragraph
           end-if.

           add 1 to error-count.

           evaluate df-rule(f)
               when "NONEMPTY"
                   move "Please fill this in." to entry-message(f)
               when "NUMERIC"
                   move "Please give a number, digits only."
                       to entry-message(f)
               when "MAXLEN"
                   move df-maxlen(f) to limit-edit
                   string
                       "Please keep this to "
                       function trim(limit-edit) " characters."
                       delimited by size
                       into entry-message(f)
                   end-string
               when "EMAIL"
                   string
                       "Please give a mail address such as "
                       "name@example.com."
                       delimited by size
                       into entry-message(f)
                   end-string
           end-evaluate.

           exit paragraph.

      *    CHECK-CODE-ENTRY -- A CHOICE MUST BE ONE IN FORCE; A
      *    REFUSED ONE IS CLEARED SO THE DROP-DOWN STARTS BLANK.
       check-code-entry.
           if entry-value(f) is equal spaces then
               exit paragraph
           end-if.

           move df-slot(f) to code-list.
           set code-status to 0.

           if function length(function trim(entry-value(f)))
           is not greater than 16 then
               move entry-value(f)(1:16) to code-value

               call "code-lookup"
               using by content code-list,
               by content code-value,
               by reference code-status
           end-if.

           if code-status is not equal 1 then
               move spaces to entry-value(f)
               move "Please choose one of the options offered."
                   to entry-message(f)
               add 1 to error-count
           end-if.

           exit paragraph.

      *    CHECK-WHOLE-ROW -- THE ROW AS IT WILL BE STORED, THROUGH
      *    db-validate-row; ITS REFUSAL LANDS ON THE FIELD IT NAMES,
      *    OR, FOR A FIELD THE FORM DOES NOT OFFER, ON THE PAGE.
       check-whole-row.
           perform build-row.

           set row-valid to 1.
           set bad-field to spaces.

           call "db-validate-row"
           using by content def-table,
           by content row-value,
           by reference row-valid,
           by reference bad-field.

           if row-valid is equal 1 then
               exit paragraph
           end-if.

           add 1 to error-count.

           perform flag-bad-field
               varying f from 1 by 1
               until f is greater than def-field-size.

           move "WARN" to log-level.
           set log-text to spaces.
           string
               "INTAKE " function trim(form-name)
               " SUBMISSION REFUSED BY " function trim(def-table)
               " FIELD " function trim(bad-field)
               delimited by size
               into log-text
           end-string.
           perform write-log.

           exit paragraph.

       flag-bad-field.
           if df-name(f) is equal bad-field then
               move "Please check this answer." to entry-message(f)
               move spaces to bad-field
           end-if.

           exit paragraph.

       build-row.
           move spaces to row-value.

           perform place-one-entry
               varying f from 1 by 1
               until f is greater than def-field-size.

           exit paragraph.

       place-one-entry.
           move entry-value(f)
               to row-value(df-offset(f):df-length(f)).

           exit paragraph.

      *    SEND-FORM-AGAIN -- THE FORM AS SUBMITTED, WITH ITS
      *    REFUSALS.
       send-form-again.
           if bad-field is not equal spaces then
               move spaces to banner-text
               string
                   "Your submission could not be accepted. Please "
                   "contact us another way."
                   delimited by size
                   into banner-text
               end-string
           end-if.

           call "intake-form-render"
           using by content form-name,
           by content intake-def,
           by content intake-entry,
           by content banner-text,
           by reference response-data,
           by reference string-data,
           by reference string-size.

           set status-code to 422.
           set status-text to "Unprocessable Entity".

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit paragraph.

      *    STORE-SUBMISSION -- A REFERENCE FROM THE FORM'S OWN
      *    SEQUENCE, AND THE ROW UNDER IT.
       store-submission.
           set upsert-status to 0.

           move spaces to seq-name.
           string
               "INTAKE-" function upper-case(form-name)
               delimited by size
               into seq-name
           end-string.

           set seq-status to 0.

           call "db-sequence"
           using by content seq-name,
           by reference next-value,
           by reference seq-status.

           if seq-status is equal 0 then
               perform log-store-failure
               exit paragraph
           end-if.

           move next-value to ref-number.
           move spaces to intake-ref.
           string
               function upper-case(function trim(form-name))
               "-" ref-number
               delimited by size
               into intake-ref
           end-string.

           call "db-update"
           using by content def-table,
           by content intake-ref,
           by content row-value,
           by reference upsert-status,
           by content update-caller.

           if upsert-status is not equal 1 then
               perform log-store-failure
           end-if.

           exit paragraph.

       log-store-failure.
           move "ERROR" to log-level.
           set log-text to spaces.
           string
               "INTAKE " function trim(form-name)
               " SUBMISSION COULD NOT BE STORED IN "
               function trim(def-table)
               delimited by size
               into log-text
           end-string.
           perform write-log.

           exit paragraph.

      *    RAISE-WORK-ITEM -- THE SUBMISSION TO
      *    "intake.<reference>.txt" AND AN ITEM OF THE
      *    DEPARTMENT'S TYPE ON THE WORK INBOX FOR IT.
       raise-work-item.
           set text-path to spaces.
           string
               "intake." function trim(intake-ref) ".txt"
               delimited by size
               into text-path
           end-string.

           set text-lines to 0.

           open output text-file.

           if text-stat is not equal "00" then
               set item-id to spaces
               perform log-item-failure
               exit paragraph
           end-if.

           call "date-utc"
           using by reference made-stamp,
           by content stamp-days.

           move spaces to text-record.
           string
               "Form: " function trim(def-title)
               " (" function trim(form-name) ")"
               delimited by size
               into text-record
           end-string.
           perform write-text-line.

           move spaces to text-record.
           string
               "Reference: " function trim(intake-ref)
               delimited by size
               into text-record
           end-string.
           perform write-text-line.

           move spaces to text-record.
           string
               "Received: " function trim(made-stamp)
               " from " function trim(client-addr)
               delimited by size
               into text-record
           end-string.
           perform write-text-line.

           move spaces to text-record.
           perform write-text-line.

           perform write-one-answer
               varying f from 1 by 1
               until f is greater than def-field-size.

           close text-file.

           move text-path to item-path.
           move def-dept to item-type.
           if item-type is equal spaces then
               set item-type to "INTAKE"
           end-if.
           move function current-date(1:8) to item-day.
           set item-id to spaces.

           call "work-file-add"
           using by content item-type,
           by content item-path,
           by content text-lines,
           by content item-day,
           by content producer,
           by reference item-id.

           if item-id is equal spaces then
               perform log-item-failure
           end-if.

           exit paragraph.

       write-one-answer.
           move spaces to text-record.
           string
               function trim(df-label(f)) ": "
               function trim(entry-value(f))
               delimited by size
               into text-record
           end-string.
           perform write-text-line.

           exit paragraph.

       write-text-line.
           write text-record.
           add 1 to text-lines.

           exit paragraph.

       log-item-failure.
           move "WARN" to log-level.
           set log-text to spaces.
           string
               "INTAKE " function trim(intake-ref)
               " WORK ITEM COULD NOT BE RAISED FOR "
               function trim(item-type)
               delimited by size
               into log-text
           end-string.
           perform write-log.

           exit paragraph.

      *    MAIL-CONFIRMATION -- THE FORM'S TEMPLATE, {{field}}
      *    TOKENS FILLED FROM THE SUBMISSION ({{reference}} AND
      *    {{form}} BESIDES), TO THE FORM'S FIRST EMAIL-RULE FIELD.
      *    NO SUCH FIELD, OR NONE GIVEN, MEANS NO MAIL.
       mail-confirmation.
           set mail-sent to 0.
           set address-slot to 0.

           perform find-address-slot
               varying f from 1 by 1
               until f is greater than def-field-size
               or address-slot is greater than 0.

           if address-slot is equal 0 then
               exit paragraph
           end-if.

           if entry-value(address-slot) is equal spaces then
               exit paragraph
           end-if.

           move entry-value(address-slot) to mail-to-addr.

           set mail-from to spaces.
           accept mail-from from environment "INTAKE_MAIL_FROM".

           if mail-from is equal spaces then
               set mail-from to "noreply@localhost"
           end-if.

           move spaces to mail-subject.
           if def-subject is equal spaces then
               string
                   "We have your submission ["
                   function trim(intake-ref) "]"
                   delimited by size
                   into mail-subject
               end-string
           else
               string
                   function trim(def-subject) " ["
                   function trim(intake-ref) "]"
                   delimited by size
                   into mail-subject
               end-string
           end-if.

           perform load-template.

           if template-length is equal 0 then
               move spaces to mail-body
               string
                   "Thank you for your submission ("
                   function trim(def-title) ")." X"0A" X"0A"
                   "Your reference is " function trim(intake-ref)
                   ". Please quote it if you contact us about it."
                   X"0A"
                   delimited by size
                   into mail-body
               end-string
           else
               perform render-body
           end-if.

           set mail-status to 0.

           call "send-mail"
           using by content mail-from,
           by content mail-to-addr,
           by content mail-subject,
           by content mail-body,
           by reference mail-status.

           if mail-status is equal 1 then
               set mail-sent to 1
               exit paragraph
           end-if.

           move "WARN" to log-level.
           set log-text to spaces.
           string
               "INTAKE " function trim(intake-ref)
               " CONFIRMATION NOT MAILED TO "
               function trim(mail-to-addr)
               delimited by size
               into log-text
           end-string.
           perform write-log.

           exit paragraph.

       find-address-slot.
           if df-rule(f) is equal "EMAIL" then
               set address-slot to f
           end-if.

           exit paragraph.

      *    LOAD-TEMPLATE -- THE WHOLE FILE INTO ONE BUFFER, LINES
      *    REJOINED WITH NEWLINES, AS mail-merge LOADS IT.
       load-template.
           set template-text to spaces.
           set template-length to 0.

           if def-template is equal spaces then
               exit paragraph
           end-if.

           move def-template to template-path.

           open input template-file.

           if template-stat is not equal "00" then
               exit paragraph
           end-if.

           set template-eof to 0.

           perform read-template-line until template-eof is equal 1.

           close template-file.

           exit paragraph.

       read-template-line.
           read template-file
               at end
                   set template-eof to 1
                   exit paragraph
           end-read.

           compute value-length =
               function length(function trim(template-line
                   trailing)).

           if template-line is equal spaces then
               set value-length to 0
           end-if.

           if template-length + value-length + 1
           is greater than 4095 then
               exit paragraph
           end-if.

           if value-length is greater than 0 then
               move template-line(1:value-length)
                   to template-text
                       (template-length + 1:value-length)
               add value-length to template-length
           end-if.

           add 1 to template-length.
           move X"0A" to template-text(template-length:1).

           exit paragraph.

      *    RENDER-BODY -- THE {{name}} PASS; AN UNKNOWN TOKEN
      *    RENDERS EMPTY.
       render-body.
           set mail-body to spaces.
           set scan-pos to 1.
           set out-pos to 1.

           perform render-one-piece
               until scan-pos is greater than template-length
               or out-pos is greater than 4000.

           exit paragraph.

       render-one-piece.
           if scan-pos is less than template-length
           and template-text(scan-pos:2) is equal "{{" then
               perform find-token-close

               if close-pos is greater than 0 then
                   perform substitute-token
                   exit paragraph
               end-if
           end-if.

           move template-text(scan-pos:1) to mail-body(out-pos:1).
           add 1 to scan-pos.
           add 1 to out-pos.

           exit paragraph.

      *    FIND-TOKEN-CLOSE -- THE "}}" ENDING THE TOKEN OPENED AT
      *    scan-pos; 0 WHEN IT NEVER CLOSES.
       find-token-close.
           compute close-pos = scan-pos + 2.

           perform step-token-close
               until close-pos is not less than template-length
               or template-text(close-pos:2) is equal "}}".

           if close-pos is not less than template-length then
               set close-pos to 0
           end-if.

           exit paragraph.

       step-token-close.
           add 1 to close-pos.

           exit paragraph.

       substitute-token.
           compute name-length = close-pos - scan-pos - 2.

           if name-length is greater than 30 then
               set name-length to 30
           end-if.

           set token-name to spaces.
           if name-length is greater than 0 then
               move template-text(scan-pos + 2:name-length)
                   to token-name
           end-if.

           set token-value to spaces.

           evaluate token-name
               when "reference"
                   move intake-ref to token-value
               when "form"
                   move def-title to token-value
               when other
                   perform match-token-field
                       varying f from 1 by 1
                       until f is greater than def-field-size
           end-evaluate.

           compute value-length =
               function length(function trim(token-value)).

           if token-value is equal spaces then
               set value-length to 0
           end-if.

           if value-length is greater than 0
           and out-pos + value-length
           is less than or equal 4000 then
               move function trim(token-value)
                   to mail-body(out-pos:value-length)
               add value-length to out-pos
           end-if.

           compute scan-pos = close-pos + 2.

           exit paragraph.

       match-token-field.
           if df-name(f) is equal token-name then
               move entry-value(f) to token-value
           end-if.

           exit paragraph.

      *    SEND-PAGE -- ONE SHORT PAGE: THE FORM'S TITLE AND
      *    page-text, WHICH MAY CARRY MARKUP OF OUR OWN.
       send-page.
           move spaces to string-data.
           set string-size to 1.

           string
               "<html><body><h1>" function trim(def-title)
               "</h1><p>" function trim(page-text) "</p>"
               "</body></html>" X"0A"
               delimited by size
               into string-data
               with pointer string-size
           end-string.

           compute string-size = string-size - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program http-intake-submit.
