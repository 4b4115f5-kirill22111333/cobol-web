       identification division.
       program-id. field-access-list.

      ************************************************************
      * FIELD-LEVEL PERMISSIONS BY ROLE -- rowscope.cfg KEEPS A
      * CLERK TO THEIR OWN DEPARTMENT'S ROWS, BUT INSIDE A ROW
      * EVERYONE WHO CAN OPEN IT SEES AND CHANGES EVERY FIELD. A
      * SITE DECLARES WHO MAY DO WHAT TO EACH schemas.cfg FIELD IN
      * "fieldperms.cfg", ONE RULE PER LINE ("#" LINES ARE
      * COMMENTS), THE SAME PLAIN REGISTRY CONVENTION AS THE
      * OTHERS:
      *
      *     <table> <field> <role|*> <HIDDEN|READONLY|EDIT>
      *
      *     customers credit_limit admin      EDIT
      *     customers credit_limit *          READONLY
      *     customers bank_account callcenter HIDDEN
      *
      * THE FIRST LINE NAMING THE TABLE, THE FIELD AND EITHER THE
      * ROLE OR "*" DECIDES, SO A ROLE'S EXCEPTION GOES ABOVE THE
      * "*" RULE IT OVERRIDES. A FIELD NO LINE NAMES IS EDITABLE
      * -- THE HISTORICAL BEHAVIOR. A CALL WITH NO SIGNED-IN ROLE
      * (AN API CLIENT) IS HELD BY THE "*" RULES ONLY.
      *
      * THIS PROGRAM ANSWERS THE TABLE'S DECLARED FIELDS (THROUGH
      * query-table-fields, IN DECLARATION ORDER) EACH WITH ITS
      * ACCESS FOR THE ROLE: "H" HIDDEN, "R" READ-ONLY OR "E"
      * EDITABLE. field-mask-row AND field-guard-save (BELOW, SAME
      * FILE) ARE WHAT THE SCREENS, THE crud HANDLERS AND THE
      * EXPORTS ACTUALLY CALL.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select perm-config assign to "fieldperms.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd perm-config.
       01 config-record pic x(128).

       working-storage section.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-role   pic x(16).
           05 cfg-access pic x(16).
       77 f             pic 9(2).

       01 field-list.
           05 query-field occurs 50 times.
               10 qf-name    pic x(30).
               10 qf-offset  pic 9(4).
               10 qf-length  pic 9(4).
               10 qf-numeric pic 9.
           05 field-list-size pic 9(2).

       linkage section.
       01 db-table  pic x(30).
       01 role-name pic x(16).
       01 access-list.
           05 field-access occurs 50 times.
               10 fa-name   pic x(30).
               10 fa-offset pic 9(4).
               10 fa-length pic 9(4).
               10 fa-access pic x(1).
           05 access-list-size pic 9(2).

       procedure division using db-table, role-name, access-list.

           initialize access-list.

           call "query-table-fields"
           using by content db-table,
           by reference field-list.

           move field-list-size to access-list-size.

           perform copy-one-field
               varying f from 1 by 1
               until f is greater than access-list-size.

           if access-list-size is equal 0 then
               exit program
           end-if.

           open input perm-config.

           if config-stat is equal "00" then
               set config-eof to 0
               perform take-one-rule until config-eof is equal 1
               close perm-config
           end-if.

           perform default-one-field
               varying f from 1 by 1
               until f is greater than access-list-size.

           exit program.

       copy-one-field.
           move qf-name(f) to fa-name(f).
           move qf-offset(f) to fa-offset(f).
           move qf-length(f) to fa-length(f).
           move space to fa-access(f).

           exit paragraph.

      *    TAKE-ONE-RULE -- A RULE FOR THIS TABLE AND ROLE (OR
      *    "*") SETTLES ITS FIELD UNLESS AN EARLIER LINE ALREADY
      *    HAS.
       take-one-rule.
           read perm-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field, cfg-role, cfg-access
           end-unstring.

           if cfg-table is not equal db-table then
               exit paragraph
           end-if.

           if cfg-role is not equal "*"
           and cfg-role is not equal role-name then
               exit paragraph
           end-if.

           perform settle-one-field
               varying f from 1 by 1
               until f is greater than access-list-size.

           exit paragraph.

       settle-one-field.
           if fa-name(f) is not equal cfg-field
           or fa-access(f) is not equal space then
               exit paragraph
           end-if.

           evaluate cfg-access
               when "HIDDEN"
                   move "H" to fa-access(f)
               when "READONLY"
                   move "R" to fa-access(f)
               when "EDIT"
                   move "E" to fa-access(f)
           end-evaluate.

           exit paragraph.

       default-one-field.
           if fa-access(f) is equal space then
               move "E" to fa-access(f)
           end-if.

           exit paragraph.

       end program field-access-list.

      *****************************************

       identification division.
       program-id. field-mask-row.

      ************************************************************
      * MASKS A ROW IMAGE FOR ONE ROLE -- EVERY BYTE OF EVERY
      * HIDDEN FIELD BECOMES "*", SO THE FIELD KEEPS ITS PLACE IN
      * THE FIXED LAYOUT (THE EDIT SCREEN, THE JSON value, THE
      * CSV AND EXTRACT COLUMNS ALL STILL LINE UP) WHILE ITS
      * CONTENT -- DECRYPTED ON READ OR NOT -- NEVER LEAVES THE
      * SERVER. THE CALLER MASKS ITS COPY AFTER ANY STAMP OR
      * SCOPE CHECK THAT NEEDS THE REAL ROW. hidden-count COMES
      * BACK WITH HOW MANY FIELDS WERE MASKED.
      ************************************************************

       data division.

       working-storage section.
       77 f pic 9(2).
       01 access-list.
           05 field-access occurs 50 times.
               10 fa-name   pic x(30).
               10 fa-offset pic 9(4).
               10 fa-length pic 9(4).
               10 fa-access pic x(1).
           05 access-list-size pic 9(2).

       linkage section.
       01 db-table     pic x(30).
       01 role-name    pic x(16).
       01 row-value    pic x(1024).
       01 hidden-count pic 9(2).

       procedure division using db-table, role-name, row-value,
                           hidden-count.

           set hidden-count to 0.

           call "field-access-list"
           using by content db-table,
           by content role-name,
           by reference access-list.

           perform mask-one-field
               varying f from 1 by 1
               until f is greater than access-list-size.

           exit program.

       mask-one-field.
           if fa-access(f) is not equal "H" then
               exit paragraph
           end-if.

           move all "*" to row-value(fa-offset(f):fa-length(f)).
           add 1 to hidden-count.

           exit paragraph.

       end program field-mask-row.

      *****************************************

       identification division.
       program-id. field-guard-save.

      ************************************************************
      * JUDGES A SAVE AGAINST THE ROLE'S FIELD PERMISSIONS BEFORE
      * IT REACHES db-update. stored-row IS WHAT IS ON FILE NOW
      * (SPACES FOR A NEW ROW) AND new-row THE IMAGE ABOUT TO BE
      * SAVED:
      *
      *   - A HIDDEN FIELD IS CARRIED OVER FROM stored-row INTO
      *     new-row -- THE USER NEVER SAW IT (THEIR COPY CAME BACK
      *     MASKED) AND CANNOT CHANGE IT.
      *   - A READ-ONLY FIELD THAT DIFFERS FROM stored-row REFUSES
      *     THE WHOLE SAVE: guard-ok 0 AND refused-field NAMES THE
      *     FIRST SUCH FIELD. EVERY REFUSAL IS LOGGED WITH THE
      *     TABLE, THE KEY, THE FIELD, THE ROLE AND WHO TRIED.
      ************************************************************

       data division.

       working-storage section.
       77 f pic 9(2).
       01 access-list.
           05 field-access occurs 50 times.
               10 fa-name   pic x(30).
               10 fa-offset pic 9(4).
               10 fa-length pic 9(4).
               10 fa-access pic x(1).
           05 access-list-size pic 9(2).

       77 log-level  pic x(5).
       77 log-source pic x(32).
       77 log-text   pic x(256).

       linkage section.
       01 db-table      pic x(30).
       01 row-key       pic x(50).
       01 role-name     pic x(16).
       01 who           pic x(64).
       01 stored-row    pic x(1024).
       01 new-row       pic x(1024).
       01 guard-ok      pic 9.
       01 refused-field pic x(30).

       procedure division using db-table, row-key, role-name, who,
                           stored-row, new-row, guard-ok,
                           refused-field.

           set guard-ok to 1.
           set refused-field to spaces.

           call "field-access-list"
           using by content db-table,
           by content role-name,
           by reference access-list.

           perform judge-one-field
               varying f from 1 by 1
               until f is greater than access-list-size.

           if guard-ok is equal 1 then
               exit program
           end-if.

           move "WARN" to log-level.
           move "field-guard-save" to log-source.
           set log-text to spaces.
           string
               "READ-ONLY FIELD " function trim(refused-field)
               " OF " function trim(db-table) "/"
               function trim(row-key)
               " CHANGED BY " function trim(who)
               " (ROLE " function trim(role-name)
               ") - SAVE REFUSED"
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit program.

       judge-one-field.
           evaluate fa-access(f)
               when "H"
                   move stored-row(fa-offset(f):fa-length(f))
                       to new-row(fa-offset(f):fa-length(f))
               when "R"
                   if new-row(fa-offset(f):fa-length(f))
                   is not equal
                   stored-row(fa-offset(f):fa-length(f))
                   and guard-ok is equal 1 then
                       set guard-ok to 0
                       move fa-name(f) to refused-field
                   end-if
           end-evaluate.

           exit paragraph.

       end program field-guard-save.
