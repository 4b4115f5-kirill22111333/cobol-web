       identification division.
       program-id. history-table-fields.

      ************************************************************
      * A TABLE'S schemas.cfg FIELDS IN DECLARATION ORDER -- NAME,
      * OFFSET, LENGTH AND WHETHER THE LINE CARRIES THE SENSITIVE
      * FLAG -- FOR THE CHANGE-HISTORY SCREEN'S FIELD-BY-FIELD
      * DIFFERENCES. UP TO 50 FIELDS; field-list-size 0 MEANS THE
      * TABLE HAS NO DECLARATIONS AND ITS HISTORY CAN ONLY BE
      * SHOWN AS WHOLE IMAGES.
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
       01 config-record pic x(256).

       working-storage section.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-offset-text pic x(6).
           05 cfg-length-text pic x(6).
           05 cfg-rule   pic x(16).
           05 cfg-slot   pic x(64).
           05 cfg-flag   pic x(16).
       77 cfg-offset    pic 9(4).
       77 cfg-length    pic 9(4).

       linkage section.
       01 db-table pic x(30).
       01 field-list.
           05 history-field occurs 50 times.
               10 hf-name      pic x(30).
               10 hf-offset    pic 9(4).
               10 hf-length    pic 9(4).
               10 hf-sensitive pic 9.
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

           perform take-schema-line
               until config-eof is equal 1
               or field-list-size is equal 50.

           close schema-config.

           exit program.

      *    TAKE-SCHEMA-LINE -- ONE schemas.cfg LINE; ONLY THIS
      *    TABLE'S LINES WITH A USABLE POSITION ARE KEPT.
       take-schema-line.
           read schema-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.
           set cfg-offset to 0.
           set cfg-length to 0.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field, cfg-offset-text,
                    cfg-length-text, cfg-rule, cfg-slot, cfg-flag
           end-unstring.

           if cfg-table is not equal db-table then
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
           move cfg-field to hf-name(field-list-size).
           move cfg-offset to hf-offset(field-list-size).
           move cfg-length to hf-length(field-list-size).
           set hf-sensitive(field-list-size) to 0.

           if cfg-flag is equal "SENSITIVE" then
               set hf-sensitive(field-list-size) to 1
           end-if.

           exit paragraph.

       end program history-table-fields.

      *****************************************

       identification division.
       program-id. http-maintain-history.

      ************************************************************
      * GET /maintain/history?table=X&key=K -- THE ROW'S CHANGE
      * HISTORY FROM audit.log, NEWEST FIRST: WHEN, WHAT, WHO AND
      * THROUGH WHICH PROGRAM. THE SAME TRAIL audit-inquiry PRINTS
      * FROM A SHELL, BUT READABLE BY A CLERK -- FOR A TABLE WITH A
      * schemas.cfg LAYOUT EACH ENTRY SHOWS ONLY THE FIELDS THAT
      * CHANGED, OLD AND NEW SIDE BY SIDE; A TABLE WITHOUT ONE
      * SHOWS THE BEFORE AND AFTER IMAGES.
      *
      * A SENSITIVE FIELD SHOWS AS "changed" WITH NO VALUES UNLESS
      * THE VIEWER HOLDS A PRIVILEGED ROLE (THE TOTP_ROLES LIST,
      * DEFAULT "admin" -- THE ROLES ALREADY TRUSTED ENOUGH TO
      * NEED A SECOND FACTOR); FOR THEM THE AUDIT IMAGES, WHICH
      * CARRY THE SCRAMBLED FORM, ARE RUN BACK THROUGH db-crypt-row.
      * ON A rowscope.cfg TABLE AN ENTRY WHOSE IMAGE BELONGS TO
      * ANOTHER DEPARTMENT IS LEFT OUT.
      *
      * EACH CHANGE CARRIES ITS "#n" IN THE ROW'S HISTORY AND A
      * "Reverse this change" BUTTON (http-maintain-reverse); AN
      * UNDO LINE SHOWS WHICH CHANGE ITS REVERSAL UNDID.
      *
      * THE NEWEST 100 CHANGES ARE SHOWN; THE PAGE SAYS HOW MANY
      * OLDER ONES WERE LEFT OFF. THE PAGE IS STREAMED -- A FEW
      * WHOLE IMAGES OUTGROW ONE sendtext_http BUFFER.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select audit-file assign to dynamic audit-file-name
           organization is line sequential
           file status is audit-stat.

       data division.

       file section.
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

       01 field-list.
           05 history-field occurs 50 times.
               10 hf-name      pic x(30).
               10 hf-offset    pic 9(4).
               10 hf-length    pic 9(4).
               10 hf-sensitive pic 9.
           05 field-list-size pic 9(2).

      *    THE NEWEST 100 MATCHING ENTRIES, KEPT AS A RING --
      *    entry-next IS WHERE THE NEXT ONE GOES, OVERWRITING THE
      *    OLDEST ONCE THE RING IS FULL.
       01 history-ring.
           05 history-entry occurs 100 times.
               10 he-number pic 9(5).
               10 he-stamp  pic x(29).
               10 he-action pic x(6).
               10 he-source pic x(32).
               10 he-before pic x(1024).
               10 he-after  pic x(1024).
               10 he-seal   pic x(16).
       77 entry-next    pic 9(3).
       77 entry-count   pic 9(3).
       77 entry-dropped pic 9(7).
      *    THE "#n" OF EACH CHANGE -- ITS PLACE IN THE ROW'S WHOLE
      *    HISTORY, SCOPED OUT OR NOT, SO IT NAMES THE SAME ENTRY
      *    audit-entry-fetch FINDS FOR A REVERSAL.
       77 row-number    pic 9(5).
       77 number-edit   pic z(4)9.

       77 audit-stat    pic xx.
       77 audit-eof     pic 9.
       77 audit-file-name pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).

       77 user-ok      pic 9.
       77 user-name    pic x(64).
       77 user-role    pic x(16).
       77 session-found pic 9.
       77 role-privileged pic 9.
       77 privileged-roles pic x(64).
       01 privileged-role-parts.
           05 privileged-role-part occurs 4 times pic x(16).

       77 history-table pic x(30).
       77 history-key   pic x(50).
       77 scope-field  pic x(30).
       77 scope-found  pic 9.
       77 dept-name    pic x(16).
       77 dept-found   pic 9.
       77 row-allowed  pic 9.
       77 scope-image  pic x(1024).
       77 table-attr   pic x(128).

       77 q            pic 9(3).
       77 r            pic 9(3).
       77 h            pic 9(3).
       77 f            pic 9(2).
       77 changed-count pic 9(2).
       77 old-value    pic x(1024).
       77 new-value    pic x(1024).
       77 change-user  pic x(32).
       77 change-via   pic x(32).
       77 count-edit   pic z(6)9.
       77 a            pic 9(2).
       77 field-hidden pic 9.
       01 access-list.
           05 field-access occurs 50 times.
               10 fa-name   pic x(30).
               10 fa-offset pic 9(4).
               10 fa-length pic 9(4).
               10 fa-access pic x(1).
           05 access-list-size pic 9(2).

      *    ONE PIECE OF THE PAGE, SENT IN sendstream_append-SIZED
      *    SLICES.
       01 piece-data   pic x(8192).
       77 piece-pointer pic 9(5).
       77 piece-size   pic 9(5).
       77 chunk-size   pic 9(4).
       77 chunk-start  pic 9(5).

      *    A VALUE ECHOED INTO THE PAGE, QUOTES AND ANGLE BRACKETS
      *    ESCAPED.
       77 attr-source  pic x(1024).
       77 attr-text    pic x(6144).
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
           set user-role to spaces.
           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           perform judge-role-privileged.

           set history-table to spaces.
           set history-key to spaces.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-param
               varying q from 1 by 1
               until q is greater than parse-get-size.

           call "history-table-fields"
           using by content history-table,
           by reference field-list.

      *    A FIELD fieldperms.cfg HIDES FROM THE ROLE SHOWS ONLY
      *    THAT IT CHANGED, THE SAME AS A SENSITIVE ONE.
           call "field-access-list"
           using by content history-table,
           by content user-role,
           by reference access-list.

           set scope-field to spaces.
           set dept-name to spaces.
           set scope-found to 0.

           call "table-scope-field"
           using by content history-table,
           by reference scope-field,
           by reference scope-found.

           if scope-found is equal 1 then
               call "request-department"
               using by content request,
               by reference dept-name,
               by reference dept-found
           end-if.

           perform load-history.

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

           move spaces to attr-source.
           string
               function trim(history-table) delimited by size
               " / " delimited by size
               function trim(history-key) delimited by size
               into attr-source
           end-string.
           perform escape-attribute.

           string
               "<h1>History of " attr-text(1:attr-length)
               "</h1>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           if entry-count is equal 0 then
               string
                   "<p>No changes on record.</p>" X"0A"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           perform send-piece.

           move history-table to attr-source.
           perform escape-attribute.
           move attr-text(1:attr-length) to table-attr.

      *    NEWEST FIRST -- BACK FROM THE SLOT BEFORE entry-next.
           set h to entry-next.

           perform render-one-entry
               varying r from 1 by 1
               until r is greater than entry-count.

           if entry-dropped is greater than 0 then
               move entry-dropped to count-edit
               string
                   "<p>" function trim(count-edit)
                   " older change(s) not shown.</p>" X"0A"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           move history-key to attr-source.
           perform escape-attribute.

           string
               "<p><a href=" X"22" "/maintain/edit?table="
               function trim(table-attr)
               "&key=" attr-text(1:attr-length) X"22"
               ">Back to the record</a></p></body></html>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           call "sendstream_close"
           using by content connect.

           exit program.

       take-one-param.
           evaluate get-name(q)
               when "table"
                   set history-table to get-value(q)(1:30)
               when "key"
                   set history-key to get-value(q)(1:50)
           end-evaluate.

           exit paragraph.

      *    JUDGE-ROLE-PRIVILEGED -- THE VIEWER'S ROLE AGAINST THE
      *    TOTP_ROLES COMMA LIST (DEFAULT "admin"), THE SAME LIST
      *    THAT DEMANDS A SECOND FACTOR AT SIGN-IN.
       judge-role-privileged.
           set role-privileged to 0.

           if user-role is equal spaces then
               exit paragraph
           end-if.

           set privileged-roles to spaces.
           accept privileged-roles from environment "TOTP_ROLES".

           if privileged-roles is equal spaces then
               set privileged-roles to "admin"
           end-if.

           initialize privileged-role-parts.

           unstring privileged-roles delimited by ","
               into privileged-role-part(1), privileged-role-part(2),
                    privileged-role-part(3), privileged-role-part(4)
           end-unstring.

           perform match-privileged-role
               varying q from 1 by 1
               until q is greater than 4.

           exit paragraph.

       match-privileged-role.
           if privileged-role-part(q) is not equal spaces
           and function trim(privileged-role-part(q)) is equal
           function trim(user-role) then
               set role-privileged to 1
           end-if.

           exit paragraph.

      *    LOAD-HISTORY -- EVERY audit.log LINE FOR THE ROW INTO
      *    THE RING, OLDEST FIRST AS THEY LIE IN THE FILE.
       load-history.
           set entry-next to 1.
           set entry-count to 0.
           set row-number to 0.
           set entry-dropped to 0.

           if history-table is equal spaces
           or history-key is equal spaces then
               exit paragraph
           end-if.

      *    THE ACTIVE TENANT'S OWN TRAIL, THE SAME PARTITION
      *    db-update APPENDS TO.
           set tenant-stem to "audit".
           set tenant-ext to "log".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference audit-file-name.

           open input audit-file.

           if audit-stat is not equal "00" then
               exit paragraph
           end-if.

           set audit-eof to 0.

           perform take-audit-line until audit-eof is equal 1.

           close audit-file.

           exit paragraph.

       take-audit-line.
           read audit-file
               at end
                   set audit-eof to 1
                   exit paragraph
           end-read.

           if audit-table is not equal history-table
           or audit-key is not equal history-key then
               exit paragraph
           end-if.

           if audit-action is not equal "UNDO" then
               add 1 to row-number
           end-if.

      *    A SCOPED ROW IS JUDGED BY ITS OWN IMAGE AT THE TIME --
      *    THE NEW ONE, OR THE OLD ONE FOR A DELETE. AN UNDO LINE
      *    CARRIES NO IMAGE, ONLY ITS LINK.
           if scope-found is equal 1
           and audit-action is not equal "UNDO" then
               move audit-after to scope-image
               if scope-image is equal spaces then
                   move audit-before to scope-image
               end-if

               call "db-crypt-row"
               using by content history-table,
               by reference scope-image,
               by content "DECRYPT"

               set row-allowed to 1

               call "row-scope-allow"
               using by content history-table,
               by content scope-field,
               by content scope-image,
               by content dept-name,
               by reference row-allowed

               if row-allowed is equal 0 then
                   exit paragraph
               end-if
           end-if.

           if entry-count is equal 100 then
               add 1 to entry-dropped
           else
               add 1 to entry-count
           end-if.

           if audit-action is equal "UNDO" then
               move 0 to he-number(entry-next)
           else
               move row-number to he-number(entry-next)
           end-if.

           move audit-stamp to he-stamp(entry-next).
           move audit-action to he-action(entry-next).
           move audit-source to he-source(entry-next).
           move audit-before to he-before(entry-next).
           move audit-after to he-after(entry-next).
           move audit-seal to he-seal(entry-next).

           if entry-next is equal 100 then
               set entry-next to 1
           else
               add 1 to entry-next
           end-if.

           exit paragraph.

      *    RENDER-ONE-ENTRY -- THE ENTRY BEFORE h IN THE RING: ITS
      *    HEADING, THEN THE CHANGED FIELDS (OR WHOLE IMAGES).
       render-one-entry.
           if h is equal 1 then
               set h to 100
           else
               subtract 1 from h
           end-if.

      *    THE SIGNED-IN SCREENS RECORD "screen:user" AS THEIR
      *    SOURCE; A BATCH PROGRAM RECORDS JUST ITS OWN NAME.
           set change-user to spaces.
           set change-via to spaces.

           unstring he-source(h) delimited by ":"
               into change-via, change-user
           end-unstring.

           if change-user is equal spaces then
               set change-user to "-"
           end-if.

      *    A PRIVILEGED VIEWER SEES SENSITIVE VALUES IN THE CLEAR.
           if role-privileged is equal 1
           and he-action(h) is not equal "UNDO" then
               call "db-crypt-row"
               using by content history-table,
               by reference he-before(h),
               by content "DECRYPT"

               call "db-crypt-row"
               using by content history-table,
               by reference he-after(h),
               by content "DECRYPT"
           end-if.

           move change-user to attr-source.
           perform escape-attribute.

           move he-number(h) to number-edit.

           if he-number(h) is greater than 0 then
               string
                   "<h3>#" function trim(number-edit) " "
                   into piece-data
                   with pointer piece-pointer
               end-string
           else
               string
                   "<h3>"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               function trim(he-stamp(h))
               " &mdash; " function trim(he-action(h))
               " by " attr-text(1:attr-length)
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           move change-via to attr-source.
           perform escape-attribute.

           string
               " (via " attr-text(1:attr-length) ")</h3>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

      *    AN UNDO LINE SAYS WHICH CHANGE ITS REVERSAL UNDID.
           if he-action(h) is equal "UNDO" then
               move he-before(h) to attr-source
               perform escape-attribute
               string
                   "<p><i>" attr-text(1:attr-length) "</i></p>"
                   X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
               perform send-piece
               exit paragraph
           end-if.

           if field-list-size is equal 0 then
               perform render-whole-images
           else
               perform render-changed-fields
           end-if.

           if he-action(h) is equal "ADD"
           or he-action(h) is equal "UPDATE"
           or he-action(h) is equal "DELETE" then
               perform render-reverse-form
           end-if.

           perform send-piece.

           exit paragraph.

      *    RENDER-REVERSE-FORM -- PUT THE ROW BACK AS IT WAS
      *    BEFORE THIS CHANGE (http-maintain-reverse).
       render-reverse-form.
           move history-key to attr-source.
           perform escape-attribute.

           string
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/reverse" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "table" X"22"
               " value=" X"22" function trim(table-attr)
               X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "key" X"22"
               " value=" X"22" attr-text(1:attr-length)
               X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "entry" X"22"
               " value=" X"22" function trim(number-edit)
               X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "seal" X"22"
               " value=" X"22" he-seal(h)
               X"22" ">"
               "<input type=" X"22" "submit" X"22"
               " value=" X"22" "Reverse this change" X"22" ">"
               "</form>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    RENDER-CHANGED-FIELDS -- ONE TABLE ROW PER DECLARED
      *    FIELD WHOSE BYTES DIFFER BETWEEN THE TWO IMAGES.
       render-changed-fields.
           set changed-count to 0.

           string
               "<table border=" X"22" "1" X"22" ">"
               "<tr><th>Field</th><th>Old</th><th>New</th></tr>"
               X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform render-one-field
               varying f from 1 by 1
               until f is greater than field-list-size.

      *    THE IMAGES DIFFER ONLY OUTSIDE EVERY DECLARED FIELD --
      *    SAY SO RATHER THAN SHOW AN EMPTY TABLE.
           if changed-count is equal 0 then
               if he-before(h) is equal he-after(h) then
                   string
                       "<tr><td colspan=" X"22" "3" X"22"
                       ">(no difference)</td></tr>" X"0A"
                       into piece-data
                       with pointer piece-pointer
                       on overflow
                           continue
                   end-string
               else
                   string
                       "<tr><td colspan=" X"22" "3" X"22"
                       ">(undeclared positions changed)</td></tr>"
                       X"0A"
                       into piece-data
                       with pointer piece-pointer
                       on overflow
                           continue
                   end-string
               end-if
           end-if.

           string
               "</table>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       render-one-field.
           move spaces to old-value.
           move spaces to new-value.
           move he-before(h)(hf-offset(f):hf-length(f))
               to old-value.
           move he-after(h)(hf-offset(f):hf-length(f))
               to new-value.

           if old-value is equal new-value then
               exit paragraph
           end-if.

           add 1 to changed-count.

           move hf-name(f) to attr-source.
           perform escape-attribute.

           string
               "<tr><td>" attr-text(1:attr-length) "</td>"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           set field-hidden to 0.

           perform find-field-hidden
               varying a from 1 by 1
               until a is greater than access-list-size.

           if (hf-sensitive(f) is equal 1
           and role-privileged is equal 0)
           or field-hidden is equal 1 then
               string
                   "<td colspan=" X"22" "2" X"22"
                   "><i>changed</i></td></tr>" X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
               exit paragraph
           end-if.

           move old-value to attr-source.
           perform escape-attribute.

           string
               "<td>" attr-text(1:attr-length) "</td>"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           move new-value to attr-source.
           perform escape-attribute.

           string
               "<td>" attr-text(1:attr-length) "</td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           exit paragraph.

       find-field-hidden.
           if fa-name(a) is equal hf-name(f)
           and fa-access(a) is equal "H" then
               set field-hidden to 1
           end-if.

           exit paragraph.

      *    RENDER-WHOLE-IMAGES -- NO LAYOUT TO SPLIT THE ROW BY,
      *    SO THE BEFORE AND AFTER IMAGES AS THEY STAND.
       render-whole-images.
           move he-before(h) to attr-source.
           perform escape-attribute.

           string
               "<p>Before: <tt>" attr-text(1:attr-length)
               "</tt></p>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           move he-after(h) to attr-source.
           perform escape-attribute.

           string
               "<p>After: <tt>" attr-text(1:attr-length)
               "</tt></p>" X"0A"
               into piece-data
               with pointer piece-pointer
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
           set source-length to 1024.

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

       end program http-maintain-history.
