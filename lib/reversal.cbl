       identification division.
       program-id. audit-entry-fetch.

      ************************************************************
      * ONE ROW'S CHANGE FROM audit.log, BY ITS NUMBER IN THE
      * ROW'S OWN HISTORY (THE "#n" http-maintain-history SHOWS:
      * 1 IS THE ROW'S FIRST RECORDED CHANGE). THE TRAIL IS
      * APPEND-ONLY, SO THE NUMBER NEVER MOVES; THE CALLER ALSO
      * PASSES THE ENTRY'S SEAL, AND A SEALED ENTRY ONLY MATCHES
      * WHEN ITS SEAL AGREES (A LINE FROM BEFORE SEALING HAS A
      * BLANK SEAL AND MATCHES BY NUMBER ALONE). HANDS BACK THE
      * ENTRY'S STAMP, ACTION AND BOTH IMAGES (AS STORED -- THE
      * SCRAMBLED FORM FOR SENSITIVE FIELDS) AND HOW MANY LATER
      * CHANGES THE ROW HAS HAD SINCE. UNDO LINK LINES ARE NOT
      * CHANGES AND ARE NOT COUNTED.
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
       77 audit-stat    pic xx.
       77 audit-eof     pic 9.
       77 audit-file-name pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).
       77 row-number    pic 9(5).

       linkage section.
       01 db-table      pic x(30).
       01 db-key        pic x(50).
       01 entry-number  pic 9(5).
       01 entry-seal    pic x(16).
       01 entry-stamp   pic x(29).
       01 entry-action  pic x(6).
       01 entry-before  pic x(1024).
       01 entry-after   pic x(1024).
       01 later-count   pic 9(5).
       01 found         pic 9.

       procedure division using db-table, db-key, entry-number,
                           entry-seal, entry-stamp, entry-action,
                           entry-before, entry-after, later-count,
                           found.

           set found to 0.
           set later-count to 0.
           set entry-stamp to spaces.
           set entry-action to spaces.
           set entry-before to spaces.
           set entry-after to spaces.

           if db-table is equal spaces
           or db-key is equal spaces
           or entry-number is equal 0 then
               exit program
           end-if.

           set tenant-stem to "audit".
           set tenant-ext to "log".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference audit-file-name.

           open input audit-file.

           if audit-stat is not equal "00" then
               exit program
           end-if.

           set row-number to 0.
           set audit-eof to 0.

           perform take-audit-line until audit-eof is equal 1.

           close audit-file.

           exit program.

       take-audit-line.
           read audit-file
               at end
                   set audit-eof to 1
                   exit paragraph
           end-read.

           if audit-table is not equal db-table
           or audit-key is not equal db-key
           or audit-action is equal "UNDO" then
               exit paragraph
           end-if.

           add 1 to row-number.

           if row-number is less than entry-number then
               exit paragraph
           end-if.

           if row-number is greater than entry-number then
               if found is equal 1 then
                   add 1 to later-count
               end-if
               exit paragraph
           end-if.

           if audit-seal is not equal entry-seal then
               exit paragraph
           end-if.

           set found to 1.
           move audit-stamp to entry-stamp.
           move audit-action to entry-action.
           move audit-before to entry-before.
           move audit-after to entry-after.

           exit paragraph.

       end program audit-entry-fetch.

      *****************************************

       identification division.
       program-id. audit-reversal-link.

      ************************************************************
      * APPENDS THE "UNDO" LINE THAT TIES A REVERSAL TO THE CHANGE
      * IT UNDID. THE REVERSAL ITSELF IS ALREADY ON THE TRAIL AS
      * THE ORDINARY UPDATE/ADD/DELETE LINE db-update OR db-delete
      * WROTE; THIS LINE, RIGHT AFTER IT, CARRIES THE REFERENCE
      * IN ITS BEFORE AREA ("REVERSES CHANGE #n OF <stamp> ...")
      * AND A BLANK AFTER AREA. IT IS A LINK, NOT A CHANGE --
      * audit-asof PASSES OVER IT -- BUT IT IS SEALED INTO THE
      * CHAIN LIKE EVERY OTHER LINE, UNDER THE SAME _SEAL LOCK.
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
       77 audit-stat    pic xx.
       77 audit-file-name pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).
       77 audit-timestamp pic x(29).
       77 audit-days    pic 9(4) value 0.
       77 seal-lock-table pic x(30) value "_SEAL".
       77 seal-lock-key pic x(50).
       77 seal-lock-status pic 9.
       77 seal-value    pic x(16).
       77 seal-length   pic 9(4).

       linkage section.
       01 db-table      pic x(30).
       01 db-key        pic x(50).
       01 link-text     pic x(128).
       01 change-source pic x(32).

       procedure division using db-table, db-key, link-text,
                           change-source.

           set tenant-stem to "audit".
           set tenant-ext to "log".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference audit-file-name.

           call "date-utc"
           using by reference audit-timestamp,
           by content audit-days.

           move audit-file-name(1:50) to seal-lock-key.
           set seal-lock-status to 0.

           call "db-lock-acquire"
           using by content seal-lock-table,
           by content seal-lock-key,
           by reference seal-lock-status.

           open extend audit-file.
           if audit-stat is equal "35" then
               open output audit-file
           end-if.

           move spaces to audit-record.
           move audit-timestamp to audit-stamp.
           move "UNDO" to audit-action.
           move db-table to audit-table.
           move db-key to audit-key.
           move change-source to audit-source.
           move link-text to audit-before.

           set seal-length to 2201.

           call "seal-chain-next"
           using by content audit-file-name,
           by content audit-record,
           by content seal-length,
           by reference seal-value.

           move seal-value to audit-seal.

           write audit-record.

           close audit-file.

           if seal-lock-status is equal 1 then
               call "db-lock-release"
               using by content seal-lock-table,
               by content seal-lock-key
           end-if.

           exit program.

       end program audit-reversal-link.

      *****************************************

       identification division.
       program-id. reversal-pending-link.

      ************************************************************
      * A REVERSAL ON AN approvals.cfg TABLE WAITS IN pending.dat
      * LIKE ANY OTHER PROPOSED CHANGE, AND THE UNDO LINK MAY ONLY
      * BE WRITTEN ONCE A CHECKER ACTUALLY APPLIES IT. THIS SIDE
      * STORE, "reversals.dat" (INDEXED BY THE PENDING ID), HOLDS
      * THE LINK TEXT IN THE MEANTIME:
      *
      *   "FILE" -- REMEMBER link-text AGAINST pending-id
      *   "TAKE" -- HAND BACK (found 1) AND FORGET pending-id'S
      *             LINK TEXT; http-maintain-approve TAKES IT ON
      *             EVERY RULING, AND WRITES THE LINK ONLY WHEN THE
      *             CHANGE WAS APPLIED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select reversal-file assign to dynamic reversal-file-name
           organization is indexed
           access mode is dynamic
           record key is rv-id
           file status is reversal-stat.

       data division.

       file section.
       fd reversal-file.
       01 reversal-record.
           05 rv-id   pic x(10).
           05 rv-link pic x(128).

       working-storage section.
       77 reversal-stat pic xx.
       77 reversal-file-name pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).

       linkage section.
       01 link-action pic x(4).
       01 pending-id  pic x(10).
       01 link-text   pic x(128).
       01 found       pic 9.

       procedure division using link-action, pending-id, link-text,
                           found.

           set found to 0.

           if pending-id is equal spaces then
               exit program
           end-if.

           set tenant-stem to "reversals".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference reversal-file-name.

           open i-o reversal-file.

           if reversal-stat is equal "35" then
               open output reversal-file
               close reversal-file
               open i-o reversal-file
           end-if.

           if reversal-stat is not equal "00" then
               exit program
           end-if.

           evaluate link-action
               when "FILE"
                   move pending-id to rv-id
                   move link-text to rv-link
                   write reversal-record
                       invalid key
                           rewrite reversal-record
                               invalid key
                                   continue
                           end-rewrite
                   end-write
                   set found to 1
               when "TAKE"
                   set link-text to spaces
                   move pending-id to rv-id
                   read reversal-file
                       key is rv-id
                       invalid key
                           continue
                       not invalid key
                           move rv-link to link-text
                           set found to 1
                           delete reversal-file
                               invalid key
                                   continue
                           end-delete
                   end-read
           end-evaluate.

           close reversal-file.

           exit program.

       end program reversal-pending-link.

      *****************************************

       identification division.
       program-id. http-maintain-reverse.

      ************************************************************
      * POST /maintain/reverse -- PUTS ONE ROW BACK THE WAY IT WAS
      * BEFORE A CHOSEN CHANGE ON THE HISTORY SCREEN (table, key,
      * entry = THE "#n", seal). THE ENTRY'S BEFORE IMAGE GOES
      * BACK THROUGH db-update -- OR, WHEN THE CHANGE WAS THE ADD
      * THAT CREATED THE ROW, THE ROW GOES THROUGH db-delete -- SO
      * THE FIELD RULES, PARENT KEYS, FISCAL LOCK, JOURNAL,
      * TRIGGERS AND INDEXES ALL FOLLOW AS FOR ANY SAVE, AND THE
      * AUDIT SOURCE NAMES THE CLERK. AN UNDO LINE THEN TIES THE
      * REVERSAL TO THE CHANGE IT UNDID (audit-reversal-link).
      *
      * IF THE ROW HAS CHANGED SINCE THAT ENTRY -- A LATER ENTRY
      * ON THE TRAIL, OR WHAT IS ON FILE NO LONGER MATCHES THE
      * ENTRY'S AFTER IMAGE -- NOTHING IS POSTED: THE CLERK GETS
      * BOTH VERSIONS AND MUST CONFIRM (confirm=yes), AND THE
      * CONFIRMATION CARRIES THE ROW'S VERSION STAMP SO A FURTHER
      * CHANGE IN BETWEEN ASKS AGAIN.
      *
      * ON AN approvals.cfg TABLE THE RESTORED IMAGE IS QUEUED FOR
      * A CHECKER LIKE ANY OTHER CHANGE (reversal-pending-link
      * HOLDS THE LINK UNTIL IT IS APPLIED); THE QUEUE CARRIES
      * ONLY NEW VALUES, SO UNDOING AN ADD ON SUCH A TABLE IS
      * REFUSED AND LEFT TO AN APPROVER. rowscope.cfg SCOPING
      * APPLIES AS ON THE EDIT SCREEN, AND SO DO THE CLERK'S
      * fieldperms.cfg PERMISSIONS: A REVERSAL THAT WOULD CHANGE A
      * FIELD READ-ONLY TO THE CLERK IS REFUSED (field-guard-save)
      * AND HIDDEN FIELDS ARE MASKED ON THE CONFIRMATION PAGE.
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
           05 string-data pic x(4096).
           05 string-size pic 9(5).

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count   pic 9(3).
       77 query-status  pic 9.

       77 user-ok       pic 9.
       77 maker-name    pic x(64).
       77 maker-role    pic x(16).
       77 maker-found   pic 9.
       77 change-source pic x(32).
       77 body-length   pic 9(6).
       77 f             pic 9(3).
       77 out-pointer   pic 9(5).

       77 reverse-table pic x(30).
       77 reverse-key   pic x(50).
       77 entry-text    pic x(5).
       77 entry-number  pic 9(5).
       77 entry-length  pic 9.
       77 entry-seal    pic x(16).
       77 confirm-text  pic x(3).
       77 posted-stamp  pic x(8).
       77 current-stamp pic x(8).

       77 entry-stamp   pic x(29).
       77 entry-action  pic x(6).
       77 entry-before  pic x(1024).
       77 entry-after   pic x(1024).
       77 later-count   pic 9(5).
       77 entry-found   pic 9.
       77 number-edit   pic z(4)9.

       77 lock-status   pic 9.
       77 row-on-file   pic 9.
       77 changed-since pic 9.
       77 scope-field   pic x(30).
       77 scope-found   pic 9.
       77 dept-name     pic x(16).
       77 dept-found    pic 9.
       77 row-allowed   pic 9.
       77 approval-needed pic 9.
       77 pending-id    pic x(10).
       77 queue-status  pic 9.
       77 post-status   pic 9.
       77 link-text     pic x(128).
       77 link-found    pic 9.
       77 file-action   pic x(4) value "FILE".
       77 outcome-text  pic x(80).
       77 guard-ok      pic 9.
       77 refused-field pic x(30).
       77 hidden-count  pic 9(2).
       77 shown-current  pic x(1024).
       77 shown-restored pic x(1024).

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

      *    THE CLERK RIDES IN THE AUDIT SOURCE, THE SAME
      *    "maintain:<user>" FORM A SAVE RECORDS.
           set maker-name to spaces.
           call "session-user-role"
           using by content request,
           by reference maker-name,
           by reference maker-role,
           by reference maker-found.

           set change-source to "maintain-screen".

           if maker-found is equal 1 then
               set change-source to spaces
               string
                   "maintain:" delimited by size
                   function trim(maker-name(1:23))
                       delimited by size
                   into change-source
               end-string
           end-if.

           set reverse-table to spaces.
           set reverse-key to spaces.
           set entry-text to spaces.
           set entry-seal to spaces.
           set confirm-text to spaces.
           set posted-stamp to spaces.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           perform take-one-field
               varying f from 1 by 1
               until f is greater than parse-get-size.

           set entry-number to 0.
           set entry-length to 0.
           inspect entry-text tallying entry-length
               for characters before initial space.

           if entry-length is greater than 0 then
               if entry-text(1:entry-length) is numeric then
                   move entry-text(1:entry-length) to entry-number
               end-if
           end-if.

           set outcome-text to "not reversed - change not found".

           call "audit-entry-fetch"
           using by content reverse-table,
           by content reverse-key,
           by content entry-number,
           by content entry-seal,
           by reference entry-stamp,
           by reference entry-action,
           by reference entry-before,
           by reference entry-after,
           by reference later-count,
           by reference entry-found.

           if entry-found is equal 0 then
               perform send-outcome-page
               exit program
           end-if.

           if entry-action is not equal "ADD"
           and entry-action is not equal "UPDATE"
           and entry-action is not equal "DELETE" then
               set outcome-text to
                   "not reversed - that entry is not a row change"
               perform send-outcome-page
               exit program
           end-if.

      *    THE TRAIL HOLDS THE SCRAMBLED FORM OF SENSITIVE
      *    FIELDS; db-update SCRAMBLES AGAIN ON THE WAY IN, SO
      *    THE IMAGES ARE WORKED ON IN THE CLEAR.
           call "db-crypt-row"
           using by content reverse-table,
           by reference entry-before,
           by content "DECRYPT".

           call "db-crypt-row"
           using by content reverse-table,
           by reference entry-after,
           by content "DECRYPT".

           set lock-status to 0.

           call "db-lock-acquire"
           using by content reverse-table,
           by content reverse-key,
           by reference lock-status.

           if lock-status is equal 0 then
               set outcome-text to
                   "not reversed - the record is being saved, try again"
               perform send-outcome-page
               exit program
           end-if.

           perform reverse-under-lock.

           call "db-lock-release"
           using by content reverse-table,
           by content reverse-key.

           if outcome-text is equal "CONFIRM" then
               perform send-confirm-page
           else
               perform send-outcome-page
           end-if.

           exit program.

       take-one-field.
           evaluate get-name(f)
               when "table"
                   set reverse-table to get-value(f)(1:30)
               when "key"
                   set reverse-key to get-value(f)(1:50)
               when "entry"
                   set entry-text to get-value(f)(1:5)
               when "seal"
                   set entry-seal to get-value(f)(1:16)
               when "confirm"
                   set confirm-text to get-value(f)(1:3)
               when "stamp"
                   set posted-stamp to get-value(f)(1:8)
           end-evaluate.

           exit paragraph.

      *    REVERSE-UNDER-LOCK -- JUDGE THE ROW AS IT STANDS NOW,
      *    THEN POST (OR QUEUE) THE REVERSAL. outcome-text SAYS
      *    HOW IT WENT; "CONFIRM" ASKS THE CLERK FIRST.
       reverse-under-lock.
           set query-status to 0.
           set fetch-count to 0.
           set fetch-row-value(1) to spaces.

           call "db-query"
           using by content reverse-table,
           by content reverse-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 1 then
               set row-on-file to 1
           else
               set row-on-file to 0
               set fetch-row-value(1) to spaces
           end-if.

           call "db-row-stamp"
           using by content fetch-row-value(1),
           by reference current-stamp.

      *    ANOTHER DEPARTMENT'S ROW IS NOT REVERSED EITHER -- BY
      *    WHAT IS ON FILE, OR FOR A DELETED ROW BY WHAT WOULD
      *    COME BACK.
           set scope-found to 0.

           call "table-scope-field"
           using by content reverse-table,
           by reference scope-field,
           by reference scope-found.

           if scope-found is equal 1 then
               set dept-name to spaces

               call "request-department"
               using by content request,
               by reference dept-name,
               by reference dept-found

               set row-allowed to 1

               if row-on-file is equal 1 then
                   call "row-scope-allow"
                   using by content reverse-table,
                   by content scope-field,
                   by content fetch-row-value(1),
                   by content dept-name,
                   by reference row-allowed
               else
                   call "row-scope-allow"
                   using by content reverse-table,
                   by content scope-field,
                   by content entry-before,
                   by content dept-name,
                   by reference row-allowed
               end-if

               if row-allowed is equal 0 then
                   set outcome-text to
                   "not reversed - another department owns this record"
                   exit paragraph
               end-if
           end-if.

      *    CHANGED SINCE? A LATER LINE ON THE TRAIL, OR A FILE
      *    THAT NO LONGER HOLDS WHAT THE CHANGE LEFT BEHIND.
           set changed-since to 0.

           if later-count is greater than 0 then
               set changed-since to 1
           end-if.

           if entry-action is equal "DELETE" then
               if row-on-file is equal 1 then
                   set changed-since to 1
               end-if
           else
               if row-on-file is equal 0
               or fetch-row-value(1) is not equal entry-after then
                   set changed-since to 1
               end-if
           end-if.

           if changed-since is equal 1 then
               if confirm-text is not equal "yes"
               or posted-stamp is not equal current-stamp then
                   set outcome-text to "CONFIRM"
                   exit paragraph
               end-if
           end-if.

           if entry-action is equal "ADD"
           and row-on-file is equal 0 then
               set outcome-text to
                   "nothing to reverse - the record is already gone"
               exit paragraph
           end-if.

      *    A RESTORED IMAGE IS A SAVE BY THE CLERK -- HELD TO THE
      *    SAME FIELD PERMISSIONS THE MAINTAIN SAVE IS.
           if entry-action is not equal "ADD" then
               set guard-ok to 1

               call "field-guard-save"
               using by content reverse-table,
               by content reverse-key,
               by content maker-role,
               by content maker-name,
               by content fetch-row-value(1),
               by reference entry-before,
               by reference guard-ok,
               by reference refused-field

               if guard-ok is equal 0 then
                   set outcome-text to spaces
                   string
                       "refused - field " delimited by size
                       function trim(refused-field)
                           delimited by size
                       " is read-only for you" delimited by size
                       into outcome-text
                   end-string
                   exit paragraph
               end-if
           end-if.

           set link-text to spaces.
           move entry-number to number-edit.

           if entry-seal is equal spaces then
               string
                   "REVERSES CHANGE #" delimited by size
                   function trim(number-edit) delimited by size
                   " OF " delimited by size
                   function trim(entry-stamp) delimited by size
                   " (" delimited by size
                   function trim(entry-action) delimited by size
                   ")" delimited by size
                   into link-text
               end-string
           else
               string
                   "REVERSES CHANGE #" delimited by size
                   function trim(number-edit) delimited by size
                   " OF " delimited by size
                   function trim(entry-stamp) delimited by size
                   " (" delimited by size
                   function trim(entry-action) delimited by size
                   ") SEALED " delimited by size
                   entry-seal delimited by size
                   into link-text
               end-string
           end-if.

           set approval-needed to 0.

           call "approval-required"
           using by content reverse-table,
           by reference approval-needed.

           if approval-needed is equal 1 then
               perform queue-reversal
           else
               perform post-reversal
           end-if.

           exit paragraph.

      *    QUEUE-REVERSAL -- A DUAL-CONTROL TABLE: THE RESTORED
      *    IMAGE WAITS FOR A CHECKER, AND THE LINK WAITS WITH IT.
       queue-reversal.
           if entry-action is equal "ADD" then
               set outcome-text to
               "not reversed - removing a row here needs an approver"
               exit paragraph
           end-if.

           set queue-status to 0.

           call "approval-queue-add"
           using by content reverse-table,
           by content reverse-key,
           by content entry-before,
           by content maker-name,
           by reference pending-id,
           by reference queue-status.

           if queue-status is equal 0 then
               set outcome-text to
                   "not reversed - could not queue for approval"
               exit paragraph
           end-if.

           call "reversal-pending-link"
           using by content file-action,
           by content pending-id,
           by content link-text,
           by reference link-found.

           set outcome-text to
               "reversal queued for approval by a second user".

           exit paragraph.

      *    POST-REVERSAL -- STRAIGHT THROUGH THE DATA LAYER, THEN
      *    THE LINK LINE.
       post-reversal.
           set post-status to 0.

           if entry-action is equal "ADD" then
               call "db-delete"
               using by content reverse-table,
               by content reverse-key,
               by reference post-status,
               by content change-source
           else
               call "db-update"
               using by content reverse-table,
               by content reverse-key,
               by content entry-before,
               by reference post-status,
               by content change-source
           end-if.

           if post-status is equal 0 then
               set outcome-text to
                   "not reversed - refused by the data layer"
               exit paragraph
           end-if.

           call "audit-reversal-link"
           using by content reverse-table,
           by content reverse-key,
           by content link-text,
           by content change-source.

           if entry-action is equal "ADD" then
               set outcome-text to
                   "reversed - the record was removed"
           else
               set outcome-text to
                   "reversed - the record is back as it was"
           end-if.

           exit paragraph.

      *    SEND-OUTCOME-PAGE -- ONE LINE OF RESULT AND THE WAY
      *    BACK TO THE ROW'S HISTORY.
       send-outcome-page.
           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Reverse a change</h1><p>"
               function trim(reverse-table) " / "
               function trim(reverse-key) ": "
               function trim(outcome-text)
               "</p><p><a href=" X"22"
               "/maintain/history?table="
               function trim(reverse-table)
               "&key=" function trim(reverse-key) X"22"
               ">Back to history</a></p></body></html>" X"0A"
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

           exit paragraph.

      *    SEND-CONFIRM-PAGE -- THE ROW HAS MOVED ON SINCE THE
      *    CHANGE: BOTH VERSIONS, SIDE BY SIDE THE WAY THE SAVE
      *    CONFLICT PAGE SHOWS THEM, AND A BUTTON THAT REPOSTS
      *    WITH confirm=yes AND TODAY'S VERSION STAMP.
       send-confirm-page.
           set response-headers-size to 0.
           set status-code to 409.
           set status-text to "Conflict".

           move spaces to string-data.
           set out-pointer to 1.
           move later-count to number-edit.

      *    BOTH IMAGES AS THE CLERK MAY SEE THEM, AS ON
      *    /maintain/browse AND /maintain/history.
           move fetch-row-value(1) to shown-current.
           move entry-before to shown-restored.

           call "field-mask-row"
           using by content reverse-table,
           by content maker-role,
           by reference shown-current,
           by reference hidden-count.

           call "field-mask-row"
           using by content reverse-table,
           by content maker-role,
           by reference shown-restored,
           by reference hidden-count.

           string
               "<html><body>"
               "<h1>Record changed since</h1>" X"0A"
               "<p>Table " function trim(reverse-table)
               ", key " function trim(reverse-key)
               " has been changed " function trim(number-edit)
               " time(s) since that change. Reversing it now"
               " replaces everything below.</p>" X"0A"
               "<h2>Now on file</h2><pre>"
               function trim(shown-current)
               "</pre>" X"0A"
               "<h2>Would be restored</h2><pre>"
               function trim(shown-restored)
               "</pre>" X"0A"
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/reverse" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "table" X"22"
               " value=" X"22" function trim(reverse-table)
               X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "key" X"22"
               " value=" X"22" function trim(reverse-key)
               X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "entry" X"22"
               " value=" X"22" function trim(entry-text)
               X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "seal" X"22"
               " value=" X"22" function trim(entry-seal)
               X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "stamp" X"22"
               " value=" X"22" current-stamp
               X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "confirm" X"22"
               " value=" X"22" "yes" X"22" ">"
               "<input type=" X"22" "submit" X"22"
               " value=" X"22" "Reverse anyway" X"22" ">"
               "</form>" X"0A"
               "<p><a href=" X"22"
               "/maintain/history?table="
               function trim(reverse-table)
               "&key=" function trim(reverse-key) X"22"
               ">Back to history</a></p></body></html>" X"0A"
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

           exit paragraph.

       end program http-maintain-reverse.
