       identification division.
       program-id. tenant-provision.

      ************************************************************
      * A NEW DEPARTMENT AS A TENANT, END TO END -- ADDING ONE USED
      * TO MEAN HAND-CREATING database.<tenant>.dat, THE JOURNAL,
      * AUDIT AND INDEX FILES, COPYING THE CODE TABLES AND LAYOUT
      * REGISTER, SEEDING COUNTERS, EDITING tenants.cfg, CREATING
      * AN ADMINISTRATOR AND REMEMBERING THE PARTITION IN BACKUP
      * AND CAPACITY, AND SOMETHING WAS ALWAYS MISSED. THIS BATCH
      * DOES IT FROM A TEMPLATE TENANT:
      *
      *   1. CHECKS -- A NEW, WELL-FORMED NAME NOT ALREADY IN
      *      tenants.cfg, NO PARTITION FILES LEFT ON DISK UNDER
      *      IT, ROOM IN THE REGISTRY, AND AN ADMINISTRATOR NAME
      *      AND ADDRESS
      *   2. THE FIRST ADMINISTRATOR (user-create, ROLE admin,
      *      THE TENANT AS DEPARTMENT) WITH A RANDOM PASSWORD NO
      *      ONE IS SHOWN -- A RESET TOKEN IS MAILED INSTEAD, SO
      *      THE ADMINISTRATOR SETS THEIR OWN AT /reset (RESET_TTL
      *      SETS HOW LONG IT LASTS)
      *   3. THE PARTITION -- database, journal AND audit CREATED
      *      EMPTY; THE TEMPLATE'S CODE TABLES, LAYOUT REGISTER
      *      (THE SCHEMA VERSIONS ITS ROWS ARE PACKED UNDER) AND
      *      FISCAL CALENDAR COPIED WHOLE
      *   4. THE REFERENCE DATA AND COUNTERS "tenantprov.cfg"
      *      NAMES:
      *          COPY <table>              EVERY ROW OF THE TABLE,
      *                                    THROUGH db-update SO THE
      *                                    INDEXES, AUDIT TRAIL AND
      *                                    PROVENANCE FOLLOW
      *          SEQUENCE <stem> <ext> [<start>]
      *                                    A PER-PARTITION COUNTER
      *                                    (NAMED BY THE TENANT'S
      *                                    FILE NAME, THE WAY
      *                                    change-capture NAMES ITS
      *                                    OWN), SEEDED AT <start>
      *   5. THE REGISTRIES, THROUGH config-apply SO EACH EDIT IS
      *      VERSIONED -- THE tenants.cfg LINE (backup, log-rotate,
      *      reorg AND capacity-snapshot ALL WALK IT) AND, WITH
      *      TENANT_PUBLIC, THE http.cfg vhost LINE
      *   6. THE AUDIT RECORD -- A "_TENANT" ROW IN THE SHARED
      *      POOL, WRITTEN THROUGH db-update, SO THE SEALED AUDIT
      *      TRAIL SHOWS WHO PROVISIONED WHAT AND WHEN
      *
      * SETTINGS:
      *     TENANT_NEW          THE TENANT (ITS HOST NAME) -- REQUIRED
      *     TENANT_TEMPLATE     THE TENANT TO COPY (BLANK: THE SHARED
      *                         POOL)
      *     TENANT_ZONE         ITS TIME ZONE, FOR tenants.cfg
      *     TENANT_PUBLIC       ITS STATIC-FILE DIRECTORY, FOR THE
      *                         http.cfg vhost LINE
      *     TENANT_ADMIN        THE ADMINISTRATOR'S ACCOUNT --
      *                         REQUIRED
      *     TENANT_ADMIN_EMAIL  WHERE THE RESET TOKEN GOES --
      *                         REQUIRED
      *     TENANT_MAIL_FROM    DEFAULT noreply@localhost
      *     TENANT_USER         WHO IS DOING THIS (DEFAULT USER)
      *     TENANT_REASON       FOR THE CONFIG HISTORY
      *
      * RUN WITHOUT TENANT SET -- THE AUDIT ROW BELONGS TO THE
      * SHARED POOL. FINISHES 8 WHEN A CHECK FAILS (NOTHING IS
      * TOUCHED) OR THE ADMINISTRATOR CANNOT BE CREATED, 4 WHEN
      * THE TENANT IS UP BUT SOMETHING NEEDS A HAND (A REGISTRY
      * EDIT REFUSED, THE MAIL NOT SENT), 0 OTHERWISE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select prov-config assign to "tenantprov.cfg"
           organization is line sequential
           file status is config-stat.

           select template-file assign to dynamic template-name
           organization is indexed
           access mode is dynamic
           record key is tp-fullkey
           file status is template-stat.

           select new-database assign to dynamic new-file-name
           organization is indexed
           access mode is dynamic
           record key is nd-fullkey
           file status is new-stat.

           select new-log assign to dynamic new-file-name
           organization is line sequential
           file status is new-stat.

           select sequence-file assign to "sequence.dat"
           organization is indexed
           access mode is dynamic
           record key is seq-name
           file status is sequence-stat.

       data division.

       file section.
       fd prov-config.
       01 config-record pic x(128).

       fd template-file.
       01 template-record.
           05 tp-fullkey.
               10 tp-table pic x(30).
               10 tp-key   pic x(50).
           05 tp-value pic x(1024).

       fd new-database.
       01 new-database-record.
           05 nd-fullkey.
               10 nd-table pic x(30).
               10 nd-key   pic x(50).
           05 nd-value pic x(1024).

       fd new-log.
       01 new-log-record pic x(80).

       fd sequence-file.
       01 sequence-record.
           05 seq-name  pic x(30).
           05 seq-value pic 9(11).

       working-storage section.
       01 active-tenant pic x(30) external.

       77 config-stat   pic xx.
       77 template-stat pic xx.
       77 new-stat      pic xx.
       77 sequence-stat pic xx.
       77 config-eof    pic 9.
       77 template-eof  pic 9.

      *    SETTINGS.
       77 new-tenant    pic x(30).
       77 template-tenant pic x(30).
       77 tenant-zone   pic x(30).
       77 tenant-public pic x(256).
       77 admin-name    pic x(64).
       77 admin-email   pic x(64).
       77 mail-from     pic x(128).
       77 change-user   pic x(64).
       77 change-reason pic x(128).
       77 tenant-env    pic x(30).

       77 new-folded    pic x(30).
       77 template-folded pic x(30).
       77 name-length   pic 9(3).
       77 n             pic 9(3).
       77 name-ok       pic 9.
       77 t             pic 9(2).
       01 tenant-list.
           05 tenant-name occurs 16 times pic x(30).
           05 tenant-list-size pic 9(2).
       77 template-known pic 9.

       01 partition-files.
           05 partition-file occurs 24 times pic x(64).
           05 partition-size pic 9(2).
       77 p             pic 9(2).
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
       77 exist-result  pic s9(9) comp.
       77 copy-result   pic s9(9) comp.
       77 leftover-name pic x(64).

      *    THE ADMINISTRATOR.
       77 admin-password pic x(64).
       77 pass-seed     pic 9(9).
       77 pass-rand     pic 9(9).
       77 admin-role    pic x(16) value "admin".
       77 admin-dept    pic x(16).
       77 admin-status  pic 9.
       77 created-from  pic x(50) value "tenant-provision".
       77 reset-token   pic x(32).
       77 mail-subject  pic x(128).
       77 mail-body     pic x(4096).
       77 mail-status   pic 9.
       77 mail-sent     pic 9.

      *    THE COPIES.
       77 copy-stem     pic x(16).
       77 copy-ext      pic x(4).
       77 from-name     pic x(64).
       77 to-name       pic x(64).
       77 template-name pic x(64).
       77 new-file-name pic x(64).
       77 copy-table    pic x(30).
       77 copy-value    pic x(1024).
       77 copy-status   pic 9.
       77 copy-source   pic x(32) value "tenant-provision".
       77 tilde-hits    pic 9(3).
       77 rows-copied   pic 9(7).
       77 rows-refused  pic 9(7).
       77 tables-copied pic 9(3).
       77 files-copied  pic 9(3).
       77 counters-seeded pic 9(3).
       01 config-words.
           05 config-verb  pic x(16).
           05 config-word1 pic x(30).
           05 config-word2 pic x(16).
           05 config-word3 pic x(16).
       77 seed-start    pic 9(11).
       77 counter-name  pic x(64).

      *    THE REGISTRIES AND THE AUDIT ROW.
       77 registry-file pic x(64).
       77 registry-action pic x(4).
       77 registry-line pic x(600).
       77 registry-keyword pic x(16).
       77 registry-status pic 9.
       77 registry-text pic x(256).
       77 needs-hand    pic 9.
       77 audit-table   pic x(30) value "_TENANT".
       77 audit-key     pic x(50).
       77 audit-value   pic x(1024).
       77 audit-status  pic 9.
       77 count-edit    pic z(6)9.

       77 log-level     pic x(5).
       77 log-source    pic x(32) value "tenant-provision".
       77 log-text      pic x(256).

       procedure division.

           perform resolve-settings.

           if return-code is not equal 0 then
               goback
           end-if.

           perform check-new-tenant.

           if return-code is not equal 0 then
               goback
           end-if.

           set needs-hand to 0.

           perform create-administrator.

           if return-code is not equal 0 then
               goback
           end-if.

      *    FROM HERE EVERY DATA-LAYER CALL LANDS IN THE NEW
      *    PARTITION.
           move new-tenant to active-tenant.

           perform create-partition.
           perform copy-template-stores.

           call "db-batch-start".
           perform apply-provision-config.
           call "db-batch-end".

           move spaces to active-tenant.

           perform mail-reset-token.
           perform register-tenant.
           perform write-audit-row.

           move rows-copied to count-edit.
           set log-text to spaces.
           string
               "TENANT " function trim(new-tenant)
               " PROVISIONED FROM "
               delimited by size
               into log-text
           end-string.

           if template-tenant is equal spaces then
               string
                   function trim(log-text) " THE SHARED POOL - "
                   function trim(count-edit) " ROW(S) COPIED"
                   delimited by size
                   into log-text
               end-string
           else
               string
                   function trim(log-text) " "
                   function trim(template-tenant) " - "
                   function trim(count-edit) " ROW(S) COPIED"
                   delimited by size
                   into log-text
               end-string
           end-if.

           move "INFO" to log-level.
           perform write-log.

           display function trim(log-text).

           if needs-hand is equal 1 then
               display "TENANT IS UP - SEE THE MESSAGES ABOVE"
               move 4 to return-code
           end-if.

           goback.

      *    RESOLVE-SETTINGS -- THE ENVIRONMENT, CHECKED.
       resolve-settings.
           set new-tenant to spaces.
           accept new-tenant from environment "TENANT_NEW".

           set template-tenant to spaces.
           accept template-tenant from environment
               "TENANT_TEMPLATE".

           set tenant-zone to spaces.
           accept tenant-zone from environment "TENANT_ZONE".

           set tenant-public to spaces.
           accept tenant-public from environment "TENANT_PUBLIC".

           set admin-name to spaces.
           accept admin-name from environment "TENANT_ADMIN".

           set admin-email to spaces.
           accept admin-email from environment
               "TENANT_ADMIN_EMAIL".

           set mail-from to spaces.
           accept mail-from from environment "TENANT_MAIL_FROM".
           if mail-from is equal spaces then
               set mail-from to "noreply@localhost"
           end-if.

           set change-user to spaces.
           accept change-user from environment "TENANT_USER".
           if change-user is equal spaces then
               accept change-user from environment "USER"
           end-if.
           if change-user is equal spaces then
               set change-user to "batch"
           end-if.

           set change-reason to spaces.
           accept change-reason from environment "TENANT_REASON".
           if change-reason is equal spaces then
               string
                   "provision tenant " function trim(new-tenant)
                   delimited by size
                   into change-reason
               end-string
           end-if.

           set tenant-env to spaces.
           accept tenant-env from environment "TENANT".

           if tenant-env is not equal spaces then
               display "RUN WITHOUT TENANT SET"
               move 8 to return-code
               exit paragraph
           end-if.

           if new-tenant is equal spaces then
               display "TENANT_NEW IS REQUIRED"
               move 8 to return-code
               exit paragraph
           end-if.

           if admin-name is equal spaces
           or admin-email is equal spaces then
               display "TENANT_ADMIN AND TENANT_ADMIN_EMAIL ARE"
                   " REQUIRED"
               move 8 to return-code
               exit paragraph
           end-if.

           exit paragraph.

      *    CHECK-NEW-TENANT -- NOTHING IS TOUCHED UNTIL THESE PASS.
       check-new-tenant.
           compute name-length =
               function length(function trim(new-tenant)).

           set name-ok to 1.
           perform check-name-char
               varying n from 1 by 1
               until n is greater than name-length.

           if name-ok is equal 0 then
               display "TENANT NAME " function trim(new-tenant)
                   " - LETTERS, DIGITS, DOTS AND HYPHENS ONLY"
               move 8 to return-code
               exit paragraph
           end-if.

           move new-tenant to new-folded.
           inspect new-folded replacing all "." by "-".

           move template-tenant to template-folded.
           inspect template-folded replacing all "/" by "-".
           inspect template-folded replacing all "." by "-".

           call "list-tenants"
           using by reference tenant-list.

           set template-known to 0.
           if template-tenant is equal spaces then
               set template-known to 1
           end-if.

           perform check-one-registered
               varying t from 1 by 1
               until t is greater than tenant-list-size.

           if return-code is not equal 0 then
               exit paragraph
           end-if.

           if template-known is equal 0 then
               display "TEMPLATE " function trim(template-tenant)
                   " IS NOT IN tenants.cfg"
               move 8 to return-code
               exit paragraph
           end-if.

           if tenant-list-size is not less than 16 then
               display "tenants.cfg ALREADY HOLDS 16 TENANTS"
               move 8 to return-code
               exit paragraph
           end-if.

      *    A FILE ALREADY UNDER THE NAME IS SOMEBODY'S DATA -- A
      *    HALF-DONE EARLIER ATTEMPT OR A TENANT DECOMMISSIONED BY
      *    HAND. IT IS NEVER PROVISIONED OVER.
           call "tenant-partition-files"
           using by content new-tenant,
           by reference partition-files.

           set leftover-name to spaces.
           perform check-one-leftover
               varying p from 1 by 1
               until p is greater than partition-size.

           if leftover-name is not equal spaces then
               display function trim(leftover-name)
                   " ALREADY EXISTS - NOT PROVISIONED OVER"
               move 8 to return-code
               exit paragraph
           end-if.

           exit paragraph.

       check-name-char.
           if new-tenant(n:1) is not alphabetic
           and new-tenant(n:1) is not numeric
           and new-tenant(n:1) is not equal "."
           and new-tenant(n:1) is not equal "-" then
               set name-ok to 0
           end-if.

           if new-tenant(n:1) is equal space then
               set name-ok to 0
           end-if.

           exit paragraph.

       check-one-registered.
           if function lower-case(tenant-name(t))
               is equal function lower-case(new-tenant) then
               display "TENANT " function trim(new-tenant)
                   " IS ALREADY IN tenants.cfg"
               move 8 to return-code
           end-if.

           if template-tenant is not equal spaces
           and tenant-name(t) is equal template-tenant then
               set template-known to 1
           end-if.

           exit paragraph.

       check-one-leftover.
           call "CBL_CHECK_FILE_EXIST"
           using function trim(partition-file(p)),
                 file-detail
           returning exist-result.

           if exist-result is equal 0
           and leftover-name is equal spaces then
               move partition-file(p) to leftover-name
           end-if.

           exit paragraph.

      *    CREATE-ADMINISTRATOR -- THE ACCOUNT, ITS ADDRESS AND ITS
      *    DEPARTMENT. THE PASSWORD IS CLOCK-PLUS-RANDOM, LONG AND
      *    MIXED SO ANY SITE POLICY PASSES IT, AND IS NEVER SHOWN.
       create-administrator.
           move function current-date(9:6) to pass-seed.
           compute pass-rand =
               function random(pass-seed) * 999999999.

           set admin-password to spaces.
           string
               "Tp" function current-date(1:16) "q"
               pass-rand "Zr"
               delimited by size
               into admin-password
           end-string.

           set admin-status to 0.

           call "user-create"
           using by content admin-name,
           by content admin-password,
           by content admin-role,
           by reference admin-status,
           by content change-user,
           by content created-from.

           move spaces to admin-password.

           if admin-status is equal 0 then
               display "ADMINISTRATOR " function trim(admin-name)
                   " NOT CREATED - ACCOUNT EXISTS OR REFUSED"
               move 8 to return-code
               exit paragraph
           end-if.

           set admin-status to 0.
           call "user-set-email"
           using by content admin-name,
           by content admin-email,
           by reference admin-status.

           move new-folded(1:16) to admin-dept.
           set admin-status to 0.
           call "user-set-department"
           using by content admin-name,
           by content admin-dept,
           by reference admin-status.

           display "ADMINISTRATOR " function trim(admin-name)
               " CREATED".

           exit paragraph.

      *    CREATE-PARTITION -- THE DATA FILE, JOURNAL AND AUDIT
      *    TRAIL EXIST FROM DAY ONE SO THE FIRST BACKUP AND
      *    CAPACITY RUN FIND THEM; THE INDEX AND SESSION FILES ARE
      *    CREATED ON FIRST USE LIKE EVERY OTHER STORE.
       create-partition.
           set copy-stem to "database".
           set copy-ext to "dat".
           call "tenant-file-name"
           using by content copy-stem,
           by content copy-ext,
           by reference new-file-name.

           open output new-database.
           close new-database.

           set copy-stem to "journal".
           set copy-ext to "log".
           call "tenant-file-name"
           using by content copy-stem,
           by content copy-ext,
           by reference new-file-name.

           open output new-log.
           close new-log.

           set copy-stem to "audit".
           call "tenant-file-name"
           using by content copy-stem,
           by content copy-ext,
           by reference new-file-name.

           open output new-log.
           close new-log.

           display "PARTITION CREATED FOR " function trim(new-tenant).

           exit paragraph.

      *    COPY-TEMPLATE-STORES -- THE TEMPLATE'S CODE TABLES,
      *    LAYOUT REGISTER AND FISCAL CALENDAR, WHOLE; ONE THE
      *    TEMPLATE NEVER HAD IS SIMPLY NOT COPIED.
       copy-template-stores.
           set files-copied to 0.

           set copy-stem to "codetables".
           set copy-ext to "dat".
           perform copy-one-store.

           set copy-stem to "layouts".
           perform copy-one-store.

           set copy-stem to "fiscal".
           perform copy-one-store.

           exit paragraph.

       copy-one-store.
           move copy-stem to from-name.
           perform template-file-name.
           move from-name to template-name.

           call "tenant-file-name"
           using by content copy-stem,
           by content copy-ext,
           by reference to-name.

           call "CBL_COPY_FILE"
           using function trim(template-name),
                 function trim(to-name)
           returning copy-result.

           if copy-result is equal 0 then
               add 1 to files-copied
               display "COPIED " function trim(template-name)
                   " TO " function trim(to-name)
           end-if.

           exit paragraph.

      *    TEMPLATE-FILE-NAME -- "<stem>.<template>.<ext>", OR THE
      *    SHARED POOL'S "<stem>.<ext>", THE tenant-file-name FORM.
       template-file-name.
           set from-name to spaces.

           if template-tenant is equal spaces then
               string
                   function trim(copy-stem) "."
                   function trim(copy-ext)
                   delimited by size
                   into from-name
               end-string
           else
               string
                   function trim(copy-stem) "."
                   function trim(template-folded) "."
                   function trim(copy-ext)
                   delimited by size
                   into from-name
               end-string
           end-if.

           exit paragraph.

      *    APPLY-PROVISION-CONFIG -- THE COPY AND SEQUENCE LINES.
       apply-provision-config.
           set rows-copied to 0.
           set rows-refused to 0.
           set tables-copied to 0.
           set counters-seeded to 0.

           open input prov-config.

           if config-stat is not equal "00" then
               display "NO tenantprov.cfg - NO REFERENCE DATA COPIED"
               exit paragraph
           end-if.

           set copy-stem to "database".
           set copy-ext to "dat".
           perform template-file-name.
           move from-name to template-name.

           set config-eof to 0.
           perform apply-one-config-line until config-eof is equal 1.

           close prov-config.

           exit paragraph.

       apply-one-config-line.
           read prov-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record is equal spaces
           or config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           move spaces to config-words.
           unstring config-record delimited by all X"20"
               into config-verb, config-word1, config-word2,
                    config-word3
           end-unstring.

           move function upper-case(config-verb) to config-verb.

           evaluate config-verb
               when "COPY"
                   move config-word1 to copy-table
                   perform copy-one-table
               when "SEQUENCE"
                   perform seed-one-counter
               when other
                   display "tenantprov.cfg: NOT UNDERSTOOD - "
                       function trim(config-record)
                   set needs-hand to 1
           end-evaluate.

           exit paragraph.

      *    COPY-ONE-TABLE -- THE TEMPLATE'S ROWS FOR ONE TABLE, IN
      *    KEY ORDER. THE TEMPLATE HOLDS SENSITIVE FIELDS IN THEIR
      *    STORED FORM; db-update SCRAMBLES AGAIN, SO A ROW IS
      *    CLEARED FIRST (A LARGE-VALUE SLICE IS RAW AND IS NOT).
       copy-one-table.
           open input template-file.

           if template-stat is not equal "00" then
               display "TEMPLATE DATA " function trim(template-name)
                   " NOT READABLE - " function trim(copy-table)
                   " NOT COPIED"
               set needs-hand to 1
               exit paragraph
           end-if.

           move copy-table to tp-table.
           move low-values to tp-key.

           start template-file key is greater than tp-fullkey
               invalid key
                   close template-file
                   exit paragraph
           end-start.

           add 1 to tables-copied.

           set template-eof to 0.
           perform copy-one-row until template-eof is equal 1.

           close template-file.

           exit paragraph.

       copy-one-row.
           read template-file next record
               at end
                   set template-eof to 1
                   exit paragraph
           end-read.

           if tp-table is not equal copy-table then
               set template-eof to 1
               exit paragraph
           end-if.

           move tp-value to copy-value.

           set tilde-hits to 0.
           inspect tp-key tallying tilde-hits for all "~".

           if tilde-hits is equal 0 then
               call "db-crypt-row"
               using by content copy-table,
               by reference copy-value,
               by content "DECRYPT"
           end-if.

           set copy-status to 0.

           call "db-update"
           using by content copy-table,
           by content tp-key,
           by content copy-value,
           by reference copy-status,
           by content copy-source.

           if copy-status is equal 1 then
               add 1 to rows-copied
           else
               add 1 to rows-refused
               display "ROW REFUSED: " function trim(copy-table)
                   " " function trim(tp-key)
               set needs-hand to 1
           end-if.

           exit paragraph.

      *    SEED-ONE-COUNTER -- "SEQUENCE <stem> <ext> [<start>]":
      *    THE NEW PARTITION'S COUNTER. ONE ALREADY ON FILE IS
      *    NEVER MOVED -- A COUNTER THAT GOES BACKWARDS HANDS OUT
      *    A NUMBER TWICE.
       seed-one-counter.
           move config-word1 to copy-stem.
           move config-word2 to copy-ext.

           if copy-stem is equal spaces
           or copy-ext is equal spaces then
               display "tenantprov.cfg: SEQUENCE NEEDS <stem> <ext>"
               set needs-hand to 1
               exit paragraph
           end-if.

           set seed-start to 0.
           if config-word3 is not equal spaces then
               move function numval(config-word3) to seed-start
           end-if.

           call "tenant-file-name"
           using by content copy-stem,
           by content copy-ext,
           by reference counter-name.

           open i-o sequence-file.

           if sequence-stat is equal "35" then
               open output sequence-file
               close sequence-file
               open i-o sequence-file
           end-if.

           move counter-name(1:30) to seq-name.

           read sequence-file
               key is seq-name
               invalid key
                   move seed-start to seq-value
                   write sequence-record
                   invalid key
                       continue
                   not invalid key
                       add 1 to counters-seeded
                   end-write
               not invalid key
                   display "COUNTER " function trim(seq-name)
                       " ALREADY ON FILE - LEFT AS IT IS"
           end-read.

           close sequence-file.

           exit paragraph.

      *    MAIL-RESET-TOKEN -- THE ADMINISTRATOR'S WAY IN.
       mail-reset-token.
           set mail-sent to 0.
           set admin-status to 0.

           call "reset-token-issue"
           using by content admin-name,
           by reference reset-token,
           by reference admin-status.

           if admin-status is equal 0 then
               display "RESET TOKEN NOT ISSUED FOR "
                   function trim(admin-name)
               set needs-hand to 1
               exit paragraph
           end-if.

           set mail-subject to spaces.
           string
               "Your administrator account for "
               function trim(new-tenant)
               delimited by size
               into mail-subject
           end-string.

           set mail-body to spaces.
           string
               "An administrator account has been set up for you on "
               function trim(new-tenant) "." X"0A"
               "Account: " function trim(admin-name) X"0A" X"0A"
               "Set your password at https://"
               function trim(new-tenant) "/reset"
               " with this token:" X"0A" X"0A"
               function trim(reset-token) X"0A" X"0A"
               "The token can be used once and expires; if it has"
               " expired, ask for another at /forgot." X"0A"
               delimited by size
               into mail-body
           end-string.

           set mail-status to 0.

           call "send-mail"
           using by content mail-from,
           by content admin-email,
           by content mail-subject,
           by content mail-body,
           by reference mail-status.

           if mail-status is equal 1 then
               set mail-sent to 1
               display "RESET TOKEN MAILED TO "
                   function trim(admin-email)
           else
               display "RESET MAIL NOT SENT TO "
                   function trim(admin-email)
                   " - ISSUE ONE THROUGH /forgot"
               set needs-hand to 1
           end-if.

           exit paragraph.

      *    REGISTER-TENANT -- tenants.cfg, AND THE vhost LINE WHEN
      *    THE TENANT HAS ITS OWN STATIC FILES.
       register-tenant.
           set registry-file to "tenants.cfg".
           set registry-action to "ADD".
           set registry-keyword to spaces.
           set registry-line to spaces.
           string
               function trim(new-tenant) " "
               function trim(tenant-zone)
               delimited by size
               into registry-line
           end-string.
           perform edit-registry.

           if tenant-public is equal spaces then
               exit paragraph
           end-if.

           set registry-file to "http.cfg".
           set registry-keyword to "vhost".
           set registry-line to spaces.
           string
               "vhost " function trim(new-tenant) " "
               function trim(tenant-public)
               delimited by size
               into registry-line
           end-string.
           perform edit-registry.

           exit paragraph.

       edit-registry.
           set registry-status to 8.
           set registry-text to spaces.

           call "tenant-registry-edit"
           using by content registry-file,
           by content registry-action,
           by content registry-line,
           by content registry-keyword,
           by content new-tenant,
           by content change-user,
           by content change-reason,
           by reference registry-status,
           by reference registry-text.

           display function trim(registry-file) ": "
               function trim(registry-text).

           if registry-status is not equal 0 then
               set needs-hand to 1
           end-if.

           exit paragraph.

      *    WRITE-AUDIT-ROW -- THE SHARED POOL'S "_TENANT" ROW.
       write-audit-row.
           move new-tenant to audit-key.

           move rows-copied to count-edit.
           set audit-value to spaces.
           string
               "PROVISIONED " function current-date(1:8)
               " BY " function trim(change-user)
               " TEMPLATE " function trim(template-tenant)
               " ADMIN " function trim(admin-name)
               " ROWS " function trim(count-edit)
               delimited by size
               into audit-value
           end-string.

           set audit-status to 0.

           call "db-update"
           using by content audit-table,
           by content audit-key,
           by content audit-value,
           by reference audit-status,
           by content copy-source.

           if audit-status is equal 0 then
               display "AUDIT ROW NOT WRITTEN"
               set needs-hand to 1
           end-if.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program tenant-provision.

      *****************************************

       identification division.
       program-id. tenant-decommission.

      ************************************************************
      * RETIRES A TENANT -- THE COUNTERPART OF tenant-provision.
      * IN ORDER, AND STOPPING AT THE FIRST STEP THAT FAILS SO
      * NOTHING IS PURGED THAT WAS NOT FIRST SAVED:
      *
      *   1. QUIESCE THE LISTENER (quiesce.ctl, THE db-backup
      *      DRILL) SO NO REQUEST WRITES THE PARTITION MID-COPY
      *   2. FINAL BACKUP -- EVERY PARTITION FILE ON DISK COPIED
      *      TO "<file>.<YYYYMMDD>.final", OUTSIDE THE BACKUP
      *      GENERATIONS SO NO RETENTION LIMIT EVER ROLLS IT OFF
      *   3. THE DEPARTMENT'S EXPORT -- EVERY ROW AS
      *      "<table>,<key>,<value>" (SENSITIVE FIELDS IN THE
      *      CLEAR: THE DATA IS THEIRS) TO
      *      "<tenant>.<YYYYMMDD>.export.csv"
      *   4. OUT OF THE REGISTRIES -- THE tenants.cfg LINE AND ANY
      *      http.cfg vhost LINE FOR IT, THROUGH config-apply, AND
      *      EVERY ACCOUNT WHOSE DEPARTMENT IS THE TENANT DISABLED
      *   5. PURGE -- THE LIVE PARTITION FILES DELETED
      *   6. THE AUDIT RECORD -- THE SHARED POOL'S "_TENANT" ROW
      *      REWRITTEN "DECOMMISSIONED", THROUGH db-update
      *
      * SETTINGS:
      *     TENANT_NAME     THE TENANT -- REQUIRED
      *     TENANT_CONFIRM  THE SAME NAME AGAIN -- REQUIRED
      *     TENANT_REASON   WHY, FOR THE CONFIG HISTORY -- REQUIRED
      *     TENANT_USER     WHO IS DOING THIS (DEFAULT USER)
      *
      * A TENANT WITH AN ACTIVE LEGAL HOLD (legal-hold-tenant) IS
      * REFUSED OUTRIGHT -- THE HOLD IS RELEASED FIRST.
      *
      * RUN WITHOUT TENANT SET. FINISHES 8 WHEN A CHECK, THE
      * BACKUP OR THE EXPORT FAILS (NOTHING PURGED), 4 WHEN THE
      * TENANT IS GONE BUT A REGISTRY EDIT OR A DELETE NEEDS A
      * HAND, 0 OTHERWISE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select quiesce-ctl assign to "quiesce.ctl"
           organization is line sequential
           file status is quiesce-stat.

           select tenant-database assign to dynamic database-name
           organization is indexed
           access mode is sequential
           record key is td-fullkey
           file status is database-stat.

           select export-file assign to dynamic export-path
           organization is line sequential
           file status is export-stat.

           select user-file assign to "users.dat"
           organization is indexed
           access mode is dynamic
           record key is user-name
           file status is user-stat.

       data division.

       file section.
       fd quiesce-ctl.
       01 quiesce-record pic x(1).

       fd tenant-database.
       01 tenant-database-record.
           05 td-fullkey.
               10 td-table pic x(30).
               10 td-key   pic x(50).
           05 td-value pic x(1024).

       fd export-file.
       01 export-record pic x(1110).

       fd user-file.
       01 user-record.
           05 user-name    pic x(64).
           05 user-salt    pic x(16).
           05 user-hash    pic x(40).
           05 user-role    pic x(16).
           05 user-active  pic x(1).
           05 user-created pic x(8).
           05 user-dept    pic x(16).
           05 user-pw-date pic x(8).
           05 user-last-login pic x(8).
           05 user-fail-count pic 9(3).
           05 user-locked  pic x(1).
           05 user-totp    pic x(16).
           05 user-old-hashes pic x(168).
           05 user-email   pic x(64).

       working-storage section.
       77 quiesce-stat  pic xx.
       77 database-stat pic xx.
       77 export-stat   pic xx.
       77 user-stat     pic xx.
       77 database-eof  pic 9.
       77 user-eof      pic 9.

       77 old-tenant    pic x(30).
       77 confirm-name  pic x(30).
       77 change-user   pic x(64).
       77 change-reason pic x(128).
       77 tenant-env    pic x(30).
       77 old-folded    pic x(30).
       77 old-dept      pic x(16).
       77 run-date      pic x(8).
       77 t             pic 9(2).
       77 registered    pic 9.
       01 tenant-list.
           05 tenant-name occurs 16 times pic x(30).
           05 tenant-list-size pic 9(2).

       01 partition-files.
           05 partition-file occurs 24 times pic x(64).
           05 partition-size pic 9(2).
       77 p             pic 9(2).
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
       77 exist-result  pic s9(9) comp.
       77 copy-result   pic s9(9) comp.
       77 delete-result pic s9(9) comp.
       77 drain-seconds pic 9(4) comp value 3.
       01 present-list.
           05 file-present occurs 24 times pic 9.
       77 final-name    pic x(80).
       77 backup-failed pic 9.
       77 files-saved   pic 9(3).
       77 files-purged  pic 9(3).

       77 database-name pic x(64).
       77 export-path   pic x(64).
       77 export-pointer pic 9(4).
       77 export-value  pic x(1024).
       77 tilde-hits    pic 9(3).
       77 rows-exported pic 9(7).

       77 disable-status pic 9.
       77 accounts-disabled pic 9(3).
       01 disable-list.
           05 disable-name occurs 100 times pic x(64).
           05 disable-size pic 9(3).
       77 d             pic 9(3).

       77 registry-file pic x(64).
       77 registry-action pic x(4).
       77 registry-line pic x(600).
       77 registry-keyword pic x(16).
       77 registry-status pic 9.
       77 registry-text pic x(256).
       77 needs-hand    pic 9.
       77 audit-table   pic x(30) value "_TENANT".
       77 audit-key     pic x(50).
       77 audit-value   pic x(1024).
       77 audit-status  pic 9.
       77 audit-source  pic x(32) value "tenant-decommission".
       77 count-edit    pic z(6)9.

       77 hold-tenant   pic x(30).
       77 hold-held     pic 9.
       77 hold-matter   pic x(32).

       77 log-level     pic x(5).
       77 log-source    pic x(32) value "tenant-decommission".
       77 log-text      pic x(256).

       procedure division.

           perform resolve-settings.

           if return-code is not equal 0 then
               goback
           end-if.

           move function current-date(1:8) to run-date.
           set needs-hand to 0.

           move old-tenant to old-folded.
           inspect old-folded replacing all "/" by "-".
           inspect old-folded replacing all "." by "-".

           call "tenant-partition-files"
           using by content old-tenant,
           by reference partition-files.

      *    QUIESCE -- THE SAME DRILL AS db-backup.
           open output quiesce-ctl.
           move "Q" to quiesce-record.
           write quiesce-record.
           close quiesce-ctl.

           call "C$SLEEP" using drain-seconds.

           perform final-backup.

           if backup-failed is equal 0 then
               perform export-department-data
           end-if.

           if backup-failed is equal 1 then
               call "CBL_DELETE_FILE"
               using function trim("quiesce.ctl")
               returning delete-result

               move "ERROR" to log-level
               set log-text to spaces
               string
                   "TENANT " function trim(old-tenant)
                   " NOT DECOMMISSIONED - FINAL BACKUP OR EXPORT"
                   " FAILED, NOTHING PURGED"
                   delimited by size
                   into log-text
               end-string
               perform write-log
               display function trim(log-text)
               move 8 to return-code
               goback
           end-if.

           perform unregister-tenant.
           perform disable-department-accounts.
           perform purge-partition.

           call "CBL_DELETE_FILE"
           using function trim("quiesce.ctl")
           returning delete-result.

           perform write-audit-row.

           move rows-exported to count-edit.
           set log-text to spaces.
           string
               "TENANT " function trim(old-tenant)
               " DECOMMISSIONED - " function trim(count-edit)
               " ROW(S) EXPORTED TO " function trim(export-path)
               delimited by size
               into log-text
           end-string.
           move "INFO" to log-level.
           perform write-log.

           display function trim(log-text).

           if needs-hand is equal 1 then
               display "TENANT IS GONE - SEE THE MESSAGES ABOVE"
               move 4 to return-code
           end-if.

           goback.

      *    RESOLVE-SETTINGS -- THE ENVIRONMENT, CHECKED; THE NAME
      *    MUST BE GIVEN TWICE AND MUST BE REGISTERED.
       resolve-settings.
           set old-tenant to spaces.
           accept old-tenant from environment "TENANT_NAME".

           set confirm-name to spaces.
           accept confirm-name from environment "TENANT_CONFIRM".

           set change-reason to spaces.
           accept change-reason from environment "TENANT_REASON".

           set change-user to spaces.
           accept change-user from environment "TENANT_USER".
           if change-user is equal spaces then
               accept change-user from environment "USER"
           end-if.
           if change-user is equal spaces then
               set change-user to "batch"
           end-if.

           set tenant-env to spaces.
           accept tenant-env from environment "TENANT".

           if tenant-env is not equal spaces then
               display "RUN WITHOUT TENANT SET"
               move 8 to return-code
               exit paragraph
           end-if.

           if old-tenant is equal spaces then
               display "TENANT_NAME IS REQUIRED"
               move 8 to return-code
               exit paragraph
           end-if.

           if confirm-name is not equal old-tenant then
               display "TENANT_CONFIRM MUST REPEAT TENANT_NAME"
               move 8 to return-code
               exit paragraph
           end-if.

           if change-reason is equal spaces then
               display "TENANT_REASON IS REQUIRED"
               move 8 to return-code
               exit paragraph
           end-if.

           call "list-tenants"
           using by reference tenant-list.

           set registered to 0.
           perform check-one-registered
               varying t from 1 by 1
               until t is greater than tenant-list-size.

           if registered is equal 0 then
               display "TENANT " function trim(old-tenant)
                   " IS NOT IN tenants.cfg"
               move 8 to return-code
               exit paragraph
           end-if.

           move old-tenant to hold-tenant.
           inspect hold-tenant replacing all "/" by "-".
           inspect hold-tenant replacing all "." by "-".

           call "legal-hold-tenant"
           using by content hold-tenant,
           by reference hold-held,
           by reference hold-matter.

           if hold-held is equal 1 then
               move "WARN" to log-level
               set log-text to spaces
               string
                   "TENANT " function trim(old-tenant)
                   " NOT DECOMMISSIONED - LEGAL HOLD "
                   function trim(hold-matter)
                   delimited by size
                   into log-text
               end-string
               perform write-log
               display function trim(log-text)
               move 8 to return-code
               exit paragraph
           end-if.

           exit paragraph.

       check-one-registered.
           if tenant-name(t) is equal old-tenant then
               set registered to 1
           end-if.

           exit paragraph.

      *    FINAL-BACKUP -- EVERY PARTITION FILE THAT EXISTS.
       final-backup.
           set backup-failed to 0.
           set files-saved to 0.

           perform save-one-file
               varying p from 1 by 1
               until p is greater than partition-size.

           exit paragraph.

       save-one-file.
           set file-present(p) to 0.

           call "CBL_CHECK_FILE_EXIST"
           using function trim(partition-file(p)),
                 file-detail
           returning exist-result.

           if exist-result is not equal 0 then
               exit paragraph
           end-if.

           set file-present(p) to 1.

           set final-name to spaces.
           string
               function trim(partition-file(p)) "."
               run-date ".final"
               delimited by size
               into final-name
           end-string.

           call "CBL_COPY_FILE"
           using function trim(partition-file(p)),
                 function trim(final-name)
           returning copy-result.

           if copy-result is equal 0 then
               add 1 to files-saved
               display "SAVED " function trim(partition-file(p))
                   " TO " function trim(final-name)
           else
               display "COULD NOT SAVE "
                   function trim(partition-file(p))
               set backup-failed to 1
           end-if.

           exit paragraph.

      *    EXPORT-DEPARTMENT-DATA -- THE PARTITION'S ROWS, IN KEY
      *    ORDER. A PARTITION THAT NEVER HELD A ROW EXPORTS AN
      *    EMPTY FILE, SO THE DEPARTMENT STILL GETS ONE.
       export-department-data.
           set rows-exported to 0.

           set export-path to spaces.
           string
               function trim(old-folded) "." run-date
               ".export.csv"
               delimited by size
               into export-path
           end-string.

           open output export-file.

           if export-stat is not equal "00" then
               display "CANNOT WRITE " function trim(export-path)
               set backup-failed to 1
               exit paragraph
           end-if.

           move partition-file(1) to database-name.

           if file-present(1) is equal 1 then
               open input tenant-database

               if database-stat is not equal "00" then
                   display "CANNOT READ " function trim(database-name)
                   set backup-failed to 1
               else
                   set database-eof to 0
                   perform export-one-row
                       until database-eof is equal 1
                   close tenant-database
               end-if
           end-if.

           close export-file.

           move rows-exported to count-edit.
           display function trim(count-edit) " ROW(S) EXPORTED TO "
               function trim(export-path).

           exit paragraph.

       export-one-row.
           read tenant-database next record
               at end
                   set database-eof to 1
                   exit paragraph
           end-read.

           move td-value to export-value.

           set tilde-hits to 0.
           inspect td-key tallying tilde-hits for all "~".

           if tilde-hits is equal 0 then
               call "db-crypt-row"
               using by content td-table,
               by reference export-value,
               by content "DECRYPT"
           end-if.

           move spaces to export-record.
           set export-pointer to 1.
           string
               function trim(td-table) "," function trim(td-key)
               "," function trim(export-value)
               delimited by size
               into export-record
               with pointer export-pointer
           end-string.

           write export-record.
           add 1 to rows-exported.

           exit paragraph.

      *    UNREGISTER-TENANT -- tenants.cfg AND ANY vhost LINE.
       unregister-tenant.
           set registry-action to "DROP".
           set registry-line to spaces.

           set registry-file to "tenants.cfg".
           set registry-keyword to spaces.
           perform edit-registry.

           set registry-file to "http.cfg".
           set registry-keyword to "vhost".
           perform edit-registry.

           exit paragraph.

       edit-registry.
           set registry-status to 8.
           set registry-text to spaces.

           call "tenant-registry-edit"
           using by content registry-file,
           by content registry-action,
           by content registry-line,
           by content registry-keyword,
           by content old-tenant,
           by content change-user,
           by content change-reason,
           by reference registry-status,
           by reference registry-text.

           display function trim(registry-file) ": "
               function trim(registry-text).

           if registry-status is not equal 0 then
               set needs-hand to 1
           end-if.

           exit paragraph.

      *    DISABLE-DEPARTMENT-ACCOUNTS -- THE ACCOUNTS ARE KEPT
      *    (THEIR HISTORY IS IN THE TRAIL) BUT NONE CAN SIGN IN.
      *    THE NAMES ARE GATHERED FIRST AND DISABLED AFTER, SO
      *    user-disable NEVER MEETS THIS PROGRAM'S OPEN FILE.
       disable-department-accounts.
           set accounts-disabled to 0.
           set disable-size to 0.
           move old-folded(1:16) to old-dept.

           open input user-file.

           if user-stat is equal "00" then
               set user-eof to 0
               perform note-one-account until user-eof is equal 1
           end-if.

           close user-file.

           perform disable-one-account
               varying d from 1 by 1
               until d is greater than disable-size.

           move accounts-disabled to count-edit.
           display function trim(count-edit)
               " ACCOUNT(S) DISABLED".

           exit paragraph.

       note-one-account.
           read user-file next record
               at end
                   set user-eof to 1
                   exit paragraph
           end-read.

           if user-dept is equal old-dept
           and user-active is equal "1"
           and disable-size is less than 100 then
               add 1 to disable-size
               move user-name to disable-name(disable-size)
           end-if.

           exit paragraph.

       disable-one-account.
           set disable-status to 0.

           call "user-disable"
           using by content disable-name(d),
           by reference disable-status.

           if disable-status is equal 1 then
               add 1 to accounts-disabled
           else
               display "ACCOUNT " function trim(disable-name(d))
                   " NOT DISABLED"
               set needs-hand to 1
           end-if.

           exit paragraph.

      *    PURGE-PARTITION -- ONLY THE FILES THE FINAL BACKUP SAVED.
       purge-partition.
           set files-purged to 0.

           perform purge-one-file
               varying p from 1 by 1
               until p is greater than partition-size.

           move files-purged to count-edit.
           display function trim(count-edit) " FILE(S) PURGED".

           exit paragraph.

       purge-one-file.
           if file-present(p) is equal 0 then
               exit paragraph
           end-if.

           call "CBL_DELETE_FILE"
           using function trim(partition-file(p))
           returning delete-result.

           if delete-result is equal 0 then
               add 1 to files-purged
           else
               display "COULD NOT DELETE "
                   function trim(partition-file(p))
               set needs-hand to 1
           end-if.

           exit paragraph.

      *    WRITE-AUDIT-ROW -- THE SHARED POOL'S "_TENANT" ROW.
       write-audit-row.
           move old-tenant to audit-key.

           set audit-value to spaces.
           string
               "DECOMMISSIONED " run-date
               " BY " function trim(change-user)
               " EXPORT " function trim(export-path)
               " REASON " function trim(change-reason)
               delimited by size
               into audit-value
           end-string.

           set audit-status to 0.

           call "db-update"
           using by content audit-table,
           by content audit-key,
           by content audit-value,
           by reference audit-status,
           by content audit-source.

           if audit-status is equal 0 then
               display "AUDIT ROW NOT WRITTEN"
               set needs-hand to 1
           end-if.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program tenant-decommission.

      *****************************************

       identification division.
       program-id. tenant-partition-files.

      ************************************************************
      * EVERY FILE A TENANT'S PARTITION CAN HOLD, BY ITS PHYSICAL
      * NAME -- THE ONE LIST tenant-provision CHECKS AGAINST AND
      * tenant-decommission SAVES AND PURGES, SO A STORE ADDED TO
      * THE PARTITION IS ADDED HERE ONCE. THE DATA FILE COMES
      * FIRST. NAMES FOLLOW tenant-file-name'S FOLDING.
      ************************************************************

       data division.
       working-storage section.
       77 tenant-folded pic x(30).
       01 stem-list.
           05 filler pic x(20) value "database     dat".
           05 filler pic x(20) value "journal      log".
           05 filler pic x(20) value "audit        log".
           05 filler pic x(20) value "dbindex      dat".
           05 filler pic x(20) value "searchidx    dat".
           05 filler pic x(20) value "sessions     dat".
           05 filler pic x(20) value "access       log".
           05 filler pic x(20) value "changes      dat".
           05 filler pic x(20) value "changecursor dat".
           05 filler pic x(20) value "codetables   dat".
           05 filler pic x(20) value "fiscal       dat".
           05 filler pic x(20) value "layouts      dat".
           05 filler pic x(20) value "merges       dat".
           05 filler pic x(20) value "reversals    dat".
           05 filler pic x(20) value "statushist   dat".
           05 filler pic x(20) value "provenance   dat".
           05 filler pic x(20) value "provenance   log".
           05 filler pic x(20) value "savedqueries dat".
           05 filler pic x(20) value "massupd      dat".
       01 stem-table redefines stem-list.
           05 stem-entry occurs 19 times.
               10 st-stem pic x(13).
               10 st-ext  pic x(7).
       77 s             pic 9(2).

       linkage section.
       01 tenant-in pic x(30).
       01 partition-files.
           05 partition-file occurs 24 times pic x(64).
           05 partition-size pic 9(2).

       procedure division using tenant-in, partition-files.

           move tenant-in to tenant-folded.
           inspect tenant-folded replacing all "/" by "-".
           inspect tenant-folded replacing all "." by "-".

           set partition-size to 0.

           perform name-one-file
               varying s from 1 by 1
               until s is greater than 19.

           exit program.

       name-one-file.
           add 1 to partition-size.
           set partition-file(partition-size) to spaces.
           string
               function trim(st-stem(s)) "."
               function trim(tenant-folded) "."
               function trim(st-ext(s))
               delimited by size
               into partition-file(partition-size)
           end-string.

           exit paragraph.

       end program tenant-partition-files.

      *****************************************

       identification division.
       program-id. tenant-registry-edit.

      ************************************************************
      * ONE LINE IN OR OUT OF A PLAIN REGISTRY (tenants.cfg,
      * http.cfg), AS A CONTROLLED CHANGE -- THE LIVE FILE IS
      * COPIED TO A CANDIDATE WITH THE EDIT MADE AND HANDED TO
      * config-apply, SO THE CHANGE IS VERSIONED, CHECKED AND CAN
      * BE ROLLED BACK LIKE ANY OTHER. "ADD" APPENDS new-line;
      * "DROP" LEAVES OUT EVERY LINE FOR THE TENANT -- ITS FIRST
      * WORD, OR WITH A KEYWORD ("vhost") ITS SECOND WORD AFTER
      * THAT KEYWORD. A DROP THAT FINDS NOTHING IS NOT A CHANGE
      * AND COMES BACK 0 WITHOUT TOUCHING THE FILE. edit-status IS
      * config-apply'S (0 APPLIED, 4 WITH A WARNING, 8 REFUSED).
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select live-file assign to dynamic live-path
           organization is line sequential
           file status is live-stat.

           select candidate-file assign to dynamic candidate-path
           organization is line sequential
           file status is candidate-stat.

       data division.

       file section.
       fd live-file.
       01 live-record pic x(600).

       fd candidate-file.
       01 candidate-record pic x(600).

       working-storage section.
       77 live-stat      pic xx.
       77 candidate-stat pic xx.
       77 live-eof       pic 9.
       77 live-path      pic x(256).
       77 candidate-path pic x(256).
       77 delete-result  pic s9(9) comp.
       77 dropped-count  pic 9(3).
       77 word-one       pic x(64).
       77 word-two       pic x(64).
       77 drop-it        pic 9.
       77 new-version    pic 9(5).

       linkage section.
       01 file-name     pic x(64).
       01 edit-action   pic x(4).
       01 new-line      pic x(600).
       01 match-keyword pic x(16).
       01 match-tenant  pic x(30).
       01 change-user   pic x(64).
       01 change-reason pic x(128).
       01 edit-status   pic 9.
       01 edit-text     pic x(256).

       procedure division using file-name, edit-action, new-line,
                           match-keyword, match-tenant,
                           change-user, change-reason,
                           edit-status, edit-text.

           set edit-status to 8.
           set edit-text to spaces.
           set dropped-count to 0.

           move file-name to live-path.

           set candidate-path to spaces.
           string
               function trim(file-name) ".cand"
               delimited by size
               into candidate-path
           end-string.

           open output candidate-file.

           if candidate-stat is not equal "00" then
               set edit-text to "CANDIDATE COULD NOT BE WRITTEN"
               exit program
           end-if.

           open input live-file.

           if live-stat is equal "00" then
               set live-eof to 0
               perform copy-one-line until live-eof is equal 1
               close live-file
           end-if.

           if edit-action is equal "ADD" then
               move new-line to candidate-record
               write candidate-record
           end-if.

           close candidate-file.

           if edit-action is equal "DROP"
           and dropped-count is equal 0 then
               set edit-status to 0
               set edit-text to "NO LINE FOR THE TENANT - UNCHANGED"
           else
               call "config-apply"
               using by content file-name,
               by content candidate-path,
               by content change-user,
               by content change-reason,
               by reference edit-status,
               by reference edit-text,
               by reference new-version
           end-if.

           call "CBL_DELETE_FILE"
           using function trim(candidate-path)
           returning delete-result.

           exit program.

       copy-one-line.
           read live-file
               at end
                   set live-eof to 1
                   exit paragraph
           end-read.

           set drop-it to 0.

           if edit-action is equal "DROP" then
               move spaces to word-one
               move spaces to word-two
               unstring live-record delimited by all X"20"
                   into word-one, word-two
               end-unstring

               if match-keyword is equal spaces then
                   if word-one is equal match-tenant then
                       set drop-it to 1
                   end-if
               else
                   if word-one is equal match-keyword
                   and word-two is equal match-tenant then
                       set drop-it to 1
                   end-if
               end-if
           end-if.

           if drop-it is equal 1 then
               add 1 to dropped-count
           else
               move live-record to candidate-record
               write candidate-record
           end-if.

           exit paragraph.

       end program tenant-registry-edit.
