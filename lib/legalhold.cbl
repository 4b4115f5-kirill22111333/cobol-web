       identification division.
       program-id. legal-hold-check.

      ************************************************************
      * LEGAL HOLDS -- WHEN A MATTER IS IN LITIGATION OR UNDER
      * INVESTIGATION, THE RECORDS IT CONCERNS MUST SURVIVE EVERY
      * PURGE UNTIL COUNSEL LETS THEM GO. "legalholds.dat" IS THE
      * REGISTER, ONE ROW PER HOLD, SHARED BY ALL TENANTS (EACH
      * HOLD NAMES ITS OWN PARTITION, FOLDED AS tenant-file-name
      * FOLDS IT). HOLDS ARE PLACED AND RELEASED ON
      * /maintain/holds BY THE legal ROLE AND ARE NEVER DELETED --
      * A RELEASED HOLD KEEPS WHO RELEASED IT AND WHY. THREE
      * KINDS:
      *
      *     KEY      ONE ROW, BY TABLE AND KEY.
      *     SUBJECT  A CUSTOMER (OR ANY PARENT ROW) AND EVERY ROW
      *              THAT HANGS OFF IT THROUGH relations.cfg, AT
      *              ANY DEPTH.
      *     RANGE    EVERY ROW OF A TABLE WHOSE DATE FIELD (A
      *              schemas.cfg DECLARATION) FALLS BETWEEN FROM
      *              AND TO.
      *
      * A HOLD WITH A PERIOD -- ALWAYS FOR RANGE, OPTIONALLY FOR
      * THE OTHER TWO -- ALSO KEEPS THE CATALOGUED REPORTS AND THE
      * LOG ARCHIVES DATED INSIDE IT (legal-hold-dated, BELOW).
      * db-delete, retention-purge, subject-access ERASE,
      * report-catalog-sweep AND log-rotate ALL ASK BEFORE THEY
      * REMOVE ANYTHING, AND LOG WHAT THEY KEPT; tenant-
      * decommission WILL NOT PURGE A PARTITION WITH A HOLD ON IT.
      * legal-hold-report LISTS EVERY ACTIVE HOLD AND WHAT IT
      * PROTECTS.
      *
      * THIS PROGRAM ANSWERS FOR ONE ROW: held 1, WITH THE HOLD'S
      * MATTER, WHEN AN ACTIVE HOLD OF THE CURRENT TENANT COVERS
      * IT. row-image IS THE ROW'S CLEAR (DECRYPTED) VALUE. A
      * SUBJECT HOLD IS FOUND BY WALKING UPWARD -- THE ROW, THE
      * PARENTS ITS relations.cfg FIELDS POINT AT, THEIR PARENTS,
      * AND SO ON, UP TO 20 ROWS -- UNTIL ONE IS THE HELD ROW. THE
      * PARENTS ARE READ THROUGH THIS PROGRAM'S OWN CONNECTOR, AS
      * db-check-parents READS THEM, SO db-delete MAY ASK WHILE IT
      * HOLDS THE FILE OPEN. NO REGISTER MEANS NOTHING IS HELD.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select hold-store assign to "legalholds.dat"
           organization is indexed
           access mode is sequential
           record key is hd-id
           file status is hold-stat.

           select database-file assign to dynamic database-file-name
           organization is indexed
           access mode is dynamic
           record key is db-fullkey
           file status is database-stat.

           select relation-config assign to "relations.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd hold-store.
       01 hold-record.
           05 hd-id          pic x(10).
           05 hd-status      pic x(8).
           05 hd-kind        pic x(8).
           05 hd-tenant      pic x(30).
           05 hd-table       pic x(30).
           05 hd-key         pic x(50).
           05 hd-field       pic x(30).
           05 hd-from        pic x(8).
           05 hd-to          pic x(8).
           05 hd-matter      pic x(32).
           05 hd-placed-by   pic x(64).
           05 hd-placed-at   pic x(29).
           05 hd-released-by pic x(64).
           05 hd-released-at pic x(29).
           05 hd-note        pic x(128).

       fd database-file.
       01 database-record.
           05 db-fullkey.
               10 rec-table pic x(30).
               10 rec-key   pic x(50).
           05 rec-value pic x(1024).

       fd relation-config.
       01 config-record pic x(128).

       working-storage section.
       01 active-tenant pic x(30) external.

       77 hold-stat     pic xx.
       77 database-stat pic xx.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       77 scan-eof      pic 9.
       77 check-tenant  pic x(30).
       77 database-file-name pic x(64).
       77 tenant-stem   pic x(16) value "database".
       77 tenant-ext    pic x(4) value "dat".
       77 field-value   pic x(256).
       77 field-found   pic 9.
       77 row-date      pic x(8).
       77 subject-count pic 9(2).
       77 parent-table  pic x(30).
       77 parent-key    pic x(50).
       77 seen          pic 9.
       77 h             pic 9(2).
       77 rl            pic 9(2).
       77 a             pic 9(2).
       77 s             pic 9(2).

       01 held-list.
           05 held-entry occurs 50 times.
               10 hl-kind   pic x(8).
               10 hl-table  pic x(30).
               10 hl-key    pic x(50).
               10 hl-field  pic x(30).
               10 hl-from   pic x(8).
               10 hl-to     pic x(8).
               10 hl-matter pic x(32).
           05 held-list-size pic 9(2).

       01 relation-table.
           05 relation occurs 50 times.
               10 rel-child  pic x(30).
               10 rel-field  pic x(30).
               10 rel-parent pic x(30).
               10 rel-rule   pic x(10).
           05 relation-size pic 9(2).
       01 config-fields.
           05 cfg-child  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-parent pic x(30).
           05 cfg-rule   pic x(10).

       01 ancestor-list.
           05 ancestor occurs 20 times.
               10 an-table pic x(30).
               10 an-key   pic x(50).
               10 an-image pic x(1024).
           05 ancestor-size pic 9(2).

       linkage section.
       01 db-table    pic x(30).
       01 db-key      pic x(50).
       01 row-image   pic x(1024).
       01 held        pic 9.
       01 hold-matter pic x(32).

       procedure division using db-table, db-key, row-image,
                           held, hold-matter.

           set held to 0.
           set hold-matter to spaces.

           perform resolve-check-tenant.
           perform load-held-list.

           if held-list-size is equal 0 then
               exit program
           end-if.

      *    THE ROW ITSELF -- KEY AND RANGE HOLDS, AND A SUBJECT
      *    HOLD NAMING THE ROW DIRECTLY.
           perform judge-row-hold
               varying h from 1 by 1
               until h is greater than held-list-size
               or held is equal 1.

           if held is equal 1 or subject-count is equal 0 then
               exit program
           end-if.

      *    SUBJECT HOLDS -- UP THE PARENT CHAIN.
           perform load-relations.

           if relation-size is equal 0 then
               exit program
           end-if.

           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference database-file-name.

           open input database-file.

           if database-stat is not equal "00" then
               exit program
           end-if.

           set ancestor-size to 1.
           move db-table to an-table(1).
           move db-key to an-key(1).
           move row-image to an-image(1).

           perform climb-one-ancestor
               varying a from 1 by 1
               until a is greater than ancestor-size
               or held is equal 1.

           close database-file.

           exit program.

      *    RESOLVE-CHECK-TENANT -- THE SAME TENANT tenant-file-name
      *    WOULD RESOLVE, FOLDED THE SAME WAY, SO A HOLD PLACED
      *    THROUGH A VIRTUAL HOST MATCHES A BATCH RUN'S TENANT.
       resolve-check-tenant.
           move active-tenant to check-tenant.

           if check-tenant is equal spaces
           or check-tenant is equal low-values then
               set check-tenant to spaces
               accept check-tenant from environment "TENANT"
           end-if.

           inspect check-tenant replacing all "/" by "-".
           inspect check-tenant replacing all "." by "-".

           exit paragraph.

      *    LOAD-HELD-LIST -- THE ACTIVE HOLDS OF THIS TENANT.
       load-held-list.
           set held-list-size to 0.
           set subject-count to 0.

           open input hold-store.

           if hold-stat is not equal "00" then
               exit paragraph
           end-if.

           set scan-eof to 0.

           perform note-one-hold until scan-eof is equal 1.

           close hold-store.

           exit paragraph.

       note-one-hold.
           read hold-store next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if hd-status is not equal "ACTIVE"
           or hd-tenant is not equal check-tenant
           or held-list-size is equal 50 then
               exit paragraph
           end-if.

           add 1 to held-list-size.
           move hd-kind to hl-kind(held-list-size).
           move hd-table to hl-table(held-list-size).
           move hd-key to hl-key(held-list-size).
           move hd-field to hl-field(held-list-size).
           move hd-from to hl-from(held-list-size).
           move hd-to to hl-to(held-list-size).
           move hd-matter to hl-matter(held-list-size).

           if hd-kind is equal "SUBJECT" then
               add 1 to subject-count
           end-if.

           exit paragraph.

      *    JUDGE-ROW-HOLD -- HOLD h AGAINST THE CALLER'S ROW.
       judge-row-hold.
           if hl-table(h) is not equal db-table then
               exit paragraph
           end-if.

           evaluate hl-kind(h)
               when "KEY"
               when "SUBJECT"
                   if hl-key(h) is equal db-key then
                       set held to 1
                       move hl-matter(h) to hold-matter
                   end-if
               when "RANGE"
                   perform judge-range-hold
           end-evaluate.

           exit paragraph.

      *    JUDGE-RANGE-HOLD -- THE ROW'S DATE FIELD INSIDE THE
      *    HOLD'S FROM/TO; A BLANK OR MALFORMED DATE IS NOT HELD.
       judge-range-hold.
           set field-found to 0.

           call "db-get-field"
           using by content db-table,
           by content hl-field(h),
           by content row-image,
           by reference field-value,
           by reference field-found.

           if field-found is equal 0 then
               exit paragraph
           end-if.

           move field-value(1:8) to row-date.

           if row-date is not numeric then
               exit paragraph
           end-if.

           if row-date is not less than hl-from(h)
           and row-date is not greater than hl-to(h) then
               set held to 1
               move hl-matter(h) to hold-matter
           end-if.

           exit paragraph.

      *    CLIMB-ONE-ANCESTOR -- ANCESTOR a AGAINST THE SUBJECT
      *    HOLDS (ENTRY 1, THE ROW ITSELF, IS ALREADY JUDGED), THEN
      *    ITS PARENTS ONTO THE LIST.
       climb-one-ancestor.
           if a is greater than 1 then
               perform judge-ancestor-hold
                   varying h from 1 by 1
                   until h is greater than held-list-size
                   or held is equal 1
           end-if.

           if held is equal 1 then
               exit paragraph
           end-if.

           perform add-parent-of-ancestor
               varying rl from 1 by 1
               until rl is greater than relation-size.

           exit paragraph.

       judge-ancestor-hold.
           if hl-kind(h) is equal "SUBJECT"
           and hl-table(h) is equal an-table(a)
           and hl-key(h) is equal an-key(a) then
               set held to 1
               move hl-matter(h) to hold-matter
           end-if.

           exit paragraph.

      *    ADD-PARENT-OF-ANCESTOR -- RELATION rl, WHEN IT NAMES
      *    ANCESTOR a'S TABLE AS THE CHILD: THE PARENT ROW ITS
      *    FIELD POINTS AT JOINS THE LIST ONCE, READ AND DECRYPTED
      *    SO ITS OWN PARENTS CAN BE FOUND IN TURN. A PARENT NO
      *    LONGER ON FILE STILL JOINS -- A HOLD MAY OUTLIVE IT.
       add-parent-of-ancestor.
           if rel-child(rl) is not equal an-table(a)
           or ancestor-size is equal 20 then
               exit paragraph
           end-if.

           set field-found to 0.

           call "db-get-field"
           using by content an-table(a),
           by content rel-field(rl),
           by content an-image(a),
           by reference field-value,
           by reference field-found.

           if field-found is equal 0
           or field-value is equal spaces then
               exit paragraph
           end-if.

           move rel-parent(rl) to parent-table.
           move field-value(1:50) to parent-key.

           set seen to 0.
           perform check-seen
               varying s from 1 by 1
               until s is greater than ancestor-size
               or seen is equal 1.

           if seen is equal 1 then
               exit paragraph
           end-if.

           add 1 to ancestor-size.
           move parent-table to an-table(ancestor-size).
           move parent-key to an-key(ancestor-size).
           move spaces to an-image(ancestor-size).

           move parent-table to rec-table.
           move parent-key to rec-key.

           read database-file
               key is db-fullkey
               invalid key
                   exit paragraph
           end-read.

           move rec-value to an-image(ancestor-size).

           call "db-crypt-row"
           using by content parent-table,
           by reference an-image(ancestor-size),
           by content "DECRYPT".

           exit paragraph.

       check-seen.
           if an-table(s) is equal parent-table
           and an-key(s) is equal parent-key then
               set seen to 1
           end-if.

           exit paragraph.

      *    LOAD-RELATIONS -- relations.cfg, THE SAME SHAPE
      *    db-delete LOADS.
       load-relations.
           set relation-size to 0.

           open input relation-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform load-one-relation until config-eof is equal 1.

           close relation-config.

           exit paragraph.

       load-one-relation.
           read relation-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-child, cfg-field, cfg-parent, cfg-rule
           end-unstring.

           if cfg-child is equal spaces
           or cfg-parent is equal spaces
           or relation-size is equal 50 then
               exit paragraph
           end-if.

           add 1 to relation-size.
           move cfg-child to rel-child(relation-size).
           move cfg-field to rel-field(relation-size).
           move cfg-parent to rel-parent(relation-size).
           move cfg-rule to rel-rule(relation-size).

           exit paragraph.

       end program legal-hold-check.

      *****************************************

       identification division.
       program-id. legal-hold-dated.

      ************************************************************
      * ANSWERS FOR A DATED ITEM RATHER THAN A ROW -- A CATALOGUED
      * REPORT, A LOG ARCHIVE: held 1, WITH THE MATTER, WHEN ANY
      * ACTIVE HOLD'S PERIOD COVERS item-date. REPORTS AND LOGS
      * ARE KEPT SITE-WIDE, SO EVERY TENANT'S HOLDS COUNT. A KEY
      * OR SUBJECT HOLD PLACED WITHOUT A PERIOD KEEPS ITS ROWS
      * ONLY.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select hold-store assign to "legalholds.dat"
           organization is indexed
           access mode is sequential
           record key is hd-id
           file status is hold-stat.

       data division.

       file section.
       fd hold-store.
       01 hold-record.
           05 hd-id          pic x(10).
           05 hd-status      pic x(8).
           05 hd-kind        pic x(8).
           05 hd-tenant      pic x(30).
           05 hd-table       pic x(30).
           05 hd-key         pic x(50).
           05 hd-field       pic x(30).
           05 hd-from        pic x(8).
           05 hd-to          pic x(8).
           05 hd-matter      pic x(32).
           05 hd-placed-by   pic x(64).
           05 hd-placed-at   pic x(29).
           05 hd-released-by pic x(64).
           05 hd-released-at pic x(29).
           05 hd-note        pic x(128).

       working-storage section.
       77 hold-stat pic xx.
       77 scan-eof  pic 9.

       linkage section.
       01 item-date   pic x(8).
       01 held        pic 9.
       01 hold-matter pic x(32).

       procedure division using item-date, held, hold-matter.

           set held to 0.
           set hold-matter to spaces.

           open input hold-store.

           if hold-stat is not equal "00" then
               exit program
           end-if.

           set scan-eof to 0.

           perform judge-one-hold until scan-eof is equal 1
               or held is equal 1.

           close hold-store.

           exit program.

       judge-one-hold.
           read hold-store next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if hd-status is not equal "ACTIVE"
           or hd-from is equal spaces then
               exit paragraph
           end-if.

           if item-date is not less than hd-from
           and item-date is not greater than hd-to then
               set held to 1
               move hd-matter to hold-matter
           end-if.

           exit paragraph.

       end program legal-hold-dated.

      *****************************************

       identification division.
       program-id. legal-hold-tenant.

      ************************************************************
      * ANSWERS FOR A WHOLE PARTITION: held 1, WITH THE MATTER,
      * WHEN ANY ACTIVE HOLD NAMES hold-tenant (FOLDED AS
      * tenant-file-name FOLDS IT) -- tenant-decommission WILL NOT
      * PURGE A PARTITION THAT STILL HOLDS HELD RECORDS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select hold-store assign to "legalholds.dat"
           organization is indexed
           access mode is sequential
           record key is hd-id
           file status is hold-stat.

       data division.

       file section.
       fd hold-store.
       01 hold-record.
           05 hd-id          pic x(10).
           05 hd-status      pic x(8).
           05 hd-kind        pic x(8).
           05 hd-tenant      pic x(30).
           05 hd-table       pic x(30).
           05 hd-key         pic x(50).
           05 hd-field       pic x(30).
           05 hd-from        pic x(8).
           05 hd-to          pic x(8).
           05 hd-matter      pic x(32).
           05 hd-placed-by   pic x(64).
           05 hd-placed-at   pic x(29).
           05 hd-released-by pic x(64).
           05 hd-released-at pic x(29).
           05 hd-note        pic x(128).

       working-storage section.
       77 hold-stat pic xx.
       77 scan-eof  pic 9.

       linkage section.
       01 hold-tenant pic x(30).
       01 held        pic 9.
       01 hold-matter pic x(32).

       procedure division using hold-tenant, held, hold-matter.

           set held to 0.
           set hold-matter to spaces.

           open input hold-store.

           if hold-stat is not equal "00" then
               exit program
           end-if.

           set scan-eof to 0.

           perform judge-one-hold until scan-eof is equal 1
               or held is equal 1.

           close hold-store.

           exit program.

       judge-one-hold.
           read hold-store next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if hd-status is equal "ACTIVE"
           and hd-tenant is equal hold-tenant then
               set held to 1
               move hd-matter to hold-matter
           end-if.

           exit paragraph.

       end program legal-hold-tenant.

      *****************************************

       identification division.
       program-id. http-maintain-holds.

      ************************************************************
      * GET /maintain/holds -- THE LEGAL HOLD REGISTER FOR THE
      * CURRENT TENANT: EVERY ACTIVE HOLD WITH ITS MATTER, WHAT IT
      * COVERS, ITS PERIOD AND WHO PLACED IT, A RELEASE FORM ON
      * EACH, AND THE FORM THAT PLACES A NEW ONE. legal ROLE ONLY
      * -- admin DOES NOT PLACE OR LIFT HOLDS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select hold-store assign to "legalholds.dat"
           organization is indexed
           access mode is sequential
           record key is hd-id
           file status is hold-stat.

       data division.

       file section.
       fd hold-store.
       01 hold-record.
           05 hd-id          pic x(10).
           05 hd-status      pic x(8).
           05 hd-kind        pic x(8).
           05 hd-tenant      pic x(30).
           05 hd-table       pic x(30).
           05 hd-key         pic x(50).
           05 hd-field       pic x(30).
           05 hd-from        pic x(8).
           05 hd-to          pic x(8).
           05 hd-matter      pic x(32).
           05 hd-placed-by   pic x(64).
           05 hd-placed-at   pic x(29).
           05 hd-released-by pic x(64).
           05 hd-released-at pic x(29).
           05 hd-note        pic x(128).

       working-storage section.
       01 active-tenant pic x(30) external.

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

       77 hold-stat     pic xx.
       77 legal-name    pic x(64).
       77 legal-role    pic x(16).
       77 session-found pic 9.
       77 scan-eof      pic 9.
       77 shown-count   pic 9(3).
       77 out-pointer   pic 9(5).
       77 check-tenant  pic x(30).

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

       77 connect pic 9(5).

       procedure division using request, connect.

           call "session-user-role"
           using by content request,
           by reference legal-name,
           by reference legal-role,
           by reference session-found.

           if session-found is equal 0
           or legal-role is not equal "legal" then
               perform send-forbidden
               exit program
           end-if.

           move active-tenant to check-tenant.
           inspect check-tenant replacing all "/" by "-".
           inspect check-tenant replacing all "." by "-".

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

           string
               "<h1>Legal holds</h1>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           set shown-count to 0.

           open input hold-store.

           if hold-stat is equal "00" then
               set scan-eof to 0

               perform render-next-hold until scan-eof is equal 1
                   or shown-count is equal 25

               close hold-store
           end-if.

           if shown-count is equal 0 then
               string
                   "<p>No active holds.</p>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           perform render-place-form.

           string
               "<p><a href=" X"22" "/maintain" X"22"
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

      *    RENDER-NEXT-HOLD -- ONE REGISTER ROW; THIS TENANT'S
      *    ACTIVE HOLDS ARE SHOWN WITH THEIR RELEASE FORM.
       render-next-hold.
           read hold-store next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if hd-status is not equal "ACTIVE"
           or hd-tenant is not equal check-tenant then
               exit paragraph
           end-if.

           add 1 to shown-count.

           string
               "<hr><p><b>#" function trim(hd-id)
               "</b> " function trim(hd-matter)
               " -- " function trim(hd-kind)
               " " function trim(hd-table)
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if hd-kind is equal "RANGE" then
               string
                   " where " function trim(hd-field)
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   " " function trim(hd-key)
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           if hd-from is not equal spaces then
               string
                   " dated " hd-from " to " hd-to
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<br>placed by " function trim(hd-placed-by)
               " at " function trim(hd-placed-at)
               "<br>" function trim(hd-note)
               "</p>" X"0A"
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/holdset" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "id" X"22"
               " value=" X"22" function trim(hd-id) X"22" ">"
               "Reason: <input type=" X"22" "text" X"22"
               " name=" X"22" "note" X"22"
               " size=" X"22" "40" X"22" "> "
               "<button name=" X"22" "action" X"22"
               " value=" X"22" "release" X"22"
               ">Release</button></form>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    RENDER-PLACE-FORM -- A NEW HOLD: KIND, TABLE, KEY (KEY
      *    AND SUBJECT) OR DATE FIELD (RANGE), PERIOD, MATTER.
       render-place-form.
           string
               "<hr><h2>Place a hold</h2>" X"0A"
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/holdset" X"22" ">"
               "Kind: <select name=" X"22" "kind" X"22" ">"
               "<option>KEY</option><option>SUBJECT</option>"
               "<option>RANGE</option></select><br>"
               "Table: <input type=" X"22" "text" X"22"
               " name=" X"22" "table" X"22" "><br>"
               "Key (KEY, SUBJECT): <input type=" X"22" "text" X"22"
               " name=" X"22" "key" X"22" "><br>"
               "Date field (RANGE): <input type=" X"22" "text" X"22"
               " name=" X"22" "field" X"22" "><br>"
               "From (YYYYMMDD): <input type=" X"22" "text" X"22"
               " name=" X"22" "from" X"22" "> "
               "To: <input type=" X"22" "text" X"22"
               " name=" X"22" "to" X"22" "><br>"
               "Matter: <input type=" X"22" "text" X"22"
               " name=" X"22" "matter" X"22" "><br>"
               "Note: <input type=" X"22" "text" X"22"
               " name=" X"22" "note" X"22"
               " size=" X"22" "40" X"22" "><br>"
               "<button name=" X"22" "action" X"22"
               " value=" X"22" "place" X"22"
               ">Place hold</button></form>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    SEND-FORBIDDEN -- SAME BARE 403 AS maintain-check-user.
       send-forbidden.
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

       end program http-maintain-holds.

      *****************************************

       identification division.
       program-id. http-maintain-holdset.

      ************************************************************
      * POST /maintain/holdset -- PLACES OR RELEASES ONE HOLD.
      * "place" CHECKS THE FORM (A MATTER ALWAYS; A TABLE AND KEY
      * FOR KEY AND SUBJECT; A DECLARED DATE FIELD AND A PERIOD
      * FOR RANGE; A PERIOD, WHEN GIVEN, IS TWO REAL DATES IN
      * ORDER), NUMBERS THE HOLD FROM THE "LEGALHOLD" SEQUENCE
      * AND WRITES IT FOR THE CURRENT TENANT. "release" MARKS AN
      * ACTIVE HOLD OF THIS TENANT RELEASED, WITH WHO AND WHY.
      * BOTH ARE LOGGED. legal ROLE ONLY, AS THE REGISTER SCREEN.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select hold-store assign to "legalholds.dat"
           organization is indexed
           access mode is dynamic
           record key is hd-id
           file status is hold-stat.

       data division.

       file section.
       fd hold-store.
       01 hold-record.
           05 hd-id          pic x(10).
           05 hd-status      pic x(8).
           05 hd-kind        pic x(8).
           05 hd-tenant      pic x(30).
           05 hd-table       pic x(30).
           05 hd-key         pic x(50).
           05 hd-field       pic x(30).
           05 hd-from        pic x(8).
           05 hd-to          pic x(8).
           05 hd-matter      pic x(32).
           05 hd-placed-by   pic x(64).
           05 hd-placed-at   pic x(29).
           05 hd-released-by pic x(64).
           05 hd-released-at pic x(29).
           05 hd-note        pic x(128).

       working-storage section.
       01 active-tenant pic x(30) external.

       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(2048).
           05 string-size pic 9(5).

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       77 hold-stat     pic xx.
       77 legal-name    pic x(64).
       77 legal-role    pic x(16).
       77 session-found pic 9.
       77 body-length   pic 9(6).
       77 f             pic 9(3).
       77 hold-action   pic x(10).
       77 want-id       pic x(10).
       77 want-kind     pic x(8).
       77 want-table    pic x(30).
       77 want-key      pic x(50).
       77 want-field    pic x(30).
       77 want-from     pic x(8).
       77 want-to       pic x(8).
       77 want-matter   pic x(32).
       77 want-note     pic x(128).
       77 check-tenant  pic x(30).
       77 markup-hits   pic 9(3).
       77 blank-image   pic x(1024) value spaces.
       77 field-value   pic x(256).
       77 field-found   pic 9.
       77 seq-name      pic x(30) value "LEGALHOLD".
       77 next-value    pic 9(11).
       77 seq-status    pic 9.
       77 id-edit       pic z(9)9.
       77 made-stamp    pic x(29).
       77 stamp-days    pic 9(4) value 0.
       77 outcome-text  pic x(64).
       77 out-pointer   pic 9(5).
       77 log-level     pic x(5).
       77 log-source    pic x(32) value "legal-hold".
       77 log-text      pic x(256).

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

       77 connect pic 9(5).

       procedure division using request, connect.

           call "session-user-role"
           using by content request,
           by reference legal-name,
           by reference legal-role,
           by reference session-found.

           if session-found is equal 0
           or legal-role is not equal "legal" then
               perform send-forbidden
               exit program
           end-if.

           move active-tenant to check-tenant.
           inspect check-tenant replacing all "/" by "-".
           inspect check-tenant replacing all "." by "-".

           set hold-action to spaces.
           set want-id to spaces.
           set want-kind to spaces.
           set want-table to spaces.
           set want-key to spaces.
           set want-field to spaces.
           set want-from to spaces.
           set want-to to spaces.
           set want-matter to spaces.
           set want-note to spaces.

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

           evaluate hold-action
               when "place"
                   perform place-hold
               when "release"
                   perform release-hold
               when other
                   set outcome-text to "no action given"
           end-evaluate.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Legal holds</h1><p>"
               function trim(want-id) " "
               function trim(outcome-text)
               "</p><p><a href=" X"22"
               "/maintain/holds" X"22"
               ">Back to the register</a></p></body></html>" X"0A"
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

       take-one-field.
           evaluate get-name(f)
               when "action"
                   move get-value(f) to hold-action
               when "id"
                   move get-value(f) to want-id
               when "kind"
                   move get-value(f) to want-kind
               when "table"
                   move get-value(f) to want-table
               when "key"
                   move get-value(f) to want-key
               when "field"
                   move get-value(f) to want-field
               when "from"
                   move get-value(f) to want-from
               when "to"
                   move get-value(f) to want-to
               when "matter"
                   move get-value(f) to want-matter
               when "note"
                   move get-value(f) to want-note
           end-evaluate.

           exit paragraph.

      *    PLACE-HOLD -- CHECK THE FORM, NUMBER THE HOLD, WRITE IT.
       place-hold.
           if want-matter is equal spaces
           or want-table is equal spaces then
               set outcome-text to "a hold needs a matter and a table"
               exit paragraph
           end-if.

      *    EVERYTHING TYPED HERE IS SHOWN BACK ON THE REGISTER.
           set markup-hits to 0.
           inspect want-matter tallying markup-hits
               for all "<" all ">" all X"22" all "&".
           inspect want-key tallying markup-hits
               for all "<" all ">" all X"22" all "&".
           inspect want-note tallying markup-hits
               for all "<" all ">" all X"22" all "&".

           if markup-hits is greater than 0 then
               set outcome-text to "markup is not allowed"
               exit paragraph
           end-if.

           evaluate want-kind
               when "KEY"
               when "SUBJECT"
                   if want-key is equal spaces then
                       set outcome-text to "a key is required"
                       exit paragraph
                   end-if
                   set want-field to spaces
               when "RANGE"
                   if want-field is equal spaces
                   or want-from is equal spaces then
                       set outcome-text to
                           "a date field and a period are required"
                       exit paragraph
                   end-if
                   set want-key to spaces
                   set field-found to 0
                   call "db-get-field"
                   using by content want-table,
                   by content want-field,
                   by content blank-image,
                   by reference field-value,
                   by reference field-found
                   if field-found is equal 0 then
                       set outcome-text to
                           "no such field declared on that table"
                       exit paragraph
                   end-if
               when other
                   set outcome-text to "unknown kind of hold"
                   exit paragraph
           end-evaluate.

           if want-from is not equal spaces
           or want-to is not equal spaces then
               if want-from is not numeric
               or want-to is not numeric then
                   set outcome-text to "period must be YYYYMMDD"
                   exit paragraph
               end-if
               if function test-date-yyyymmdd(function numval(
                   want-from)) is not equal 0
               or function test-date-yyyymmdd(function numval(
                   want-to)) is not equal 0
               or want-from is greater than want-to then
                   set outcome-text to "period is not a valid range"
                   exit paragraph
               end-if
           end-if.

           set seq-status to 0.

           call "db-sequence"
           using by content seq-name,
           by reference next-value,
           by reference seq-status.

           if seq-status is equal 0 then
               set outcome-text to "could not number the hold"
               exit paragraph
           end-if.

           move next-value to id-edit.
           move function trim(id-edit) to want-id.

           call "date-utc"
           using by reference made-stamp,
           by content stamp-days.

           open i-o hold-store.

           if hold-stat is equal "35" then
               open output hold-store
               close hold-store
               open i-o hold-store
           end-if.

           move spaces to hold-record.
           move want-id to hd-id.
           move "ACTIVE" to hd-status.
           move want-kind to hd-kind.
           move check-tenant to hd-tenant.
           move want-table to hd-table.
           move want-key to hd-key.
           move want-field to hd-field.
           move want-from to hd-from.
           move want-to to hd-to.
           move want-matter to hd-matter.
           move legal-name to hd-placed-by.
           move made-stamp to hd-placed-at.
           move want-note to hd-note.

           write hold-record
               invalid key
                   set outcome-text to "could not record the hold"
               not invalid key
                   set outcome-text to "placed"
           end-write.

           close hold-store.

           if outcome-text is equal "placed" then
               move "PLACED" to log-text
               perform log-hold-change
           end-if.

           exit paragraph.

      *    RELEASE-HOLD -- AN ACTIVE HOLD OF THIS TENANT ONLY.
       release-hold.
           set outcome-text to "not found".

           if want-id is equal spaces then
               exit paragraph
           end-if.

           open i-o hold-store.

           if hold-stat is not equal "00" then
               exit paragraph
           end-if.

           move want-id to hd-id.

           read hold-store
               key is hd-id
               invalid key
                   close hold-store
                   exit paragraph
           end-read.

           if hd-tenant is not equal check-tenant then
               close hold-store
               exit paragraph
           end-if.

           if hd-status is not equal "ACTIVE" then
               set outcome-text to "already released"
               close hold-store
               exit paragraph
           end-if.

           if want-note is equal spaces then
               set outcome-text to "a release needs a reason"
               close hold-store
               exit paragraph
           end-if.

           call "date-utc"
           using by reference made-stamp,
           by content stamp-days.

           move "RELEASED" to hd-status.
           move legal-name to hd-released-by.
           move made-stamp to hd-released-at.
           move want-note to hd-note.

           rewrite hold-record
               invalid key
                   set outcome-text to "could not release the hold"
               not invalid key
                   set outcome-text to "released"
           end-rewrite.

           close hold-store.

           if outcome-text is equal "released" then
               move "RELEASED" to log-text
               perform log-hold-change
           end-if.

           exit paragraph.

      *    LOG-HOLD-CHANGE -- ONE INFO LINE PER PLACEMENT OR
      *    RELEASE; log-text ARRIVES HOLDING THE VERB.
       log-hold-change.
           move "INFO" to log-level.
           move log-text(1:10) to hold-action.
           set log-text to spaces.
           string
               "LEGAL HOLD " delimited by size
               function trim(hd-id) delimited by size
               " " delimited by size
               function trim(hold-action) delimited by size
               " MATTER " delimited by size
               function trim(hd-matter) delimited by size
               " " delimited by size
               function trim(hd-kind) delimited by size
               " " delimited by size
               function trim(hd-table) delimited by size
               " " delimited by size
               function trim(hd-key) delimited by size
               function trim(hd-field) delimited by size
               " BY " delimited by size
               function trim(legal-name) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    SEND-FORBIDDEN -- SAME BARE 403 AS THE REGISTER SCREEN.
       send-forbidden.
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

       end program http-maintain-holdset.

      *****************************************

       identification division.
       program-id. legal-hold-report.

      ************************************************************
      * THE HOLD REPORT COUNSEL ASKS FOR -- EVERY ACTIVE HOLD IN
      * legalholds.dat, EVERY TENANT, AND WHAT IT IS PROTECTING
      * TODAY:
      *
      *     KEY      WHETHER THE ROW IS STILL ON FILE.
      *     SUBJECT  THE HELD ROW AND EVERY ROW FOUND BELOW IT BY
      *              WALKING relations.cfg DOWNWARD (CHILDREN,
      *              THEIR CHILDREN, ...), LISTED, UP TO 200.
      *     RANGE    HOW MANY ROWS OF THE TABLE ARE DATED INSIDE
      *              THE PERIOD, WITH THE FIRST 20 KEYS.
      *
      * AND, FOR A HOLD WITH A PERIOD, THE REPORTS AND LOG
      * ARCHIVES IT KEEPS. EACH HOLD'S TENANT BECOMES THE ACTIVE
      * ONE WHILE IT IS EXAMINED, SO db-query READS THAT
      * PARTITION; THE CALLER'S IS PUT BACK AFTERWARDS. THE
      * REPORT IS "legalholds.YYYYMMDD.rpt" FOR THE BUSINESS DAY
      * AND IS DELIBERATELY NOT CATALOGUED -- MATTERS ARE FOR THE
      * legal ROLE, NOT THE /reports VIEWER. FINISHES 8 WHEN THE
      * REPORT CANNOT BE WRITTEN, 0 OTHERWISE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select hold-store assign to "legalholds.dat"
           organization is indexed
           access mode is sequential
           record key is hd-id
           file status is hold-stat.

           select relation-config assign to "relations.cfg"
           organization is line sequential
           file status is config-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd hold-store.
       01 hold-record.
           05 hd-id          pic x(10).
           05 hd-status      pic x(8).
           05 hd-kind        pic x(8).
           05 hd-tenant      pic x(30).
           05 hd-table       pic x(30).
           05 hd-key         pic x(50).
           05 hd-field       pic x(30).
           05 hd-from        pic x(8).
           05 hd-to          pic x(8).
           05 hd-matter      pic x(32).
           05 hd-placed-by   pic x(64).
           05 hd-placed-at   pic x(29).
           05 hd-released-by pic x(64).
           05 hd-released-at pic x(29).
           05 hd-note        pic x(128).

       fd relation-config.
       01 config-record pic x(128).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       01 active-tenant pic x(30) external.

       77 hold-stat    pic xx.
       77 config-stat  pic xx.
       77 report-stat  pic xx.
       77 config-eof   pic 9.
       77 scan-eof     pic 9.
       77 report-path  pic x(64).
       77 report-date  pic x(8).
       77 saved-tenant pic x(30).
       77 tenant-text  pic x(30).
       77 count-edit   pic z(6)9.
       77 line-pointer pic 9(3).
       77 log-level    pic x(5).
       77 log-source   pic x(32) value "legal-hold-report".
       77 log-text     pic x(256).

       01 hold-list.
           05 hold-entry occurs 100 times.
               10 hx-id        pic x(10).
               10 hx-kind      pic x(8).
               10 hx-tenant    pic x(30).
               10 hx-table     pic x(30).
               10 hx-key       pic x(50).
               10 hx-field     pic x(30).
               10 hx-from      pic x(8).
               10 hx-to        pic x(8).
               10 hx-matter    pic x(32).
               10 hx-placed-by pic x(64).
               10 hx-placed-at pic x(29).
               10 hx-note      pic x(128).
           05 hold-list-size pic 9(3).
       77 x pic 9(3).

       01 relation-table.
           05 relation occurs 50 times.
               10 rel-child  pic x(30).
               10 rel-field  pic x(30).
               10 rel-parent pic x(30).
               10 rel-rule   pic x(10).
           05 relation-size pic 9(2).
       01 config-fields.
           05 cfg-child  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-parent pic x(30).
           05 cfg-rule   pic x(10).
       77 rl pic 9(2).

       01 worklist.
           05 work-entry occurs 200 times.
               10 work-table pic x(30).
               10 work-key   pic x(50).
           05 worklist-size pic 9(3).
       77 w            pic 9(3).
       77 seen         pic 9.
       77 s            pic 9(3).
       77 scan-table   pic x(30).

       77 query-key    pic x(50).
       77 resume-key   pic x(50).
       77 page-done    pic 9.
       77 query-status pic 9.
       77 fetch-count  pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 r            pic 9(3).
       77 field-value  pic x(256).
       77 field-found  pic 9.
       77 row-date     pic x(8).
       77 range-count  pic 9(7).

       procedure division.

           call "business-date"
           using by reference report-date.

           perform load-hold-list.
           perform load-relations.

           set report-path to spaces.
           string
               "legalholds." report-date ".rpt"
               delimited by size
               into report-path
           end-string.

           open output report-file.

           if report-stat is not equal "00" then
               display "CANNOT WRITE " function trim(report-path)
               move 8 to return-code
               goback
           end-if.

           move spaces to report-record.
           move hold-list-size to count-edit.
           string
               "LEGAL HOLDS IN FORCE -- BUSINESS DAY " report-date
               " -- " function trim(count-edit) " ACTIVE HOLD(S)"
               delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           move all "=" to report-record(1:60).
           write report-record.

      *    EACH HOLD'S TENANT IN TURN; THE CALLER'S IS PUT BACK.
           move active-tenant to saved-tenant.

           perform report-one-hold
               varying x from 1 by 1
               until x is greater than hold-list-size.

           move saved-tenant to active-tenant.

           if hold-list-size is equal 0 then
               move "NO ACTIVE HOLDS." to report-record
               write report-record
           end-if.

           close report-file.

           move hold-list-size to count-edit.
           move "INFO" to log-level.
           set log-text to spaces.
           string
               function trim(report-path) " WRITTEN - "
               function trim(count-edit) " ACTIVE HOLD(S)"
               delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           display function trim(log-text).

           goback.

      *    LOAD-HOLD-LIST -- THE ACTIVE HOLDS, IN NUMBER ORDER.
       load-hold-list.
           set hold-list-size to 0.

           open input hold-store.

           if hold-stat is not equal "00" then
               exit paragraph
           end-if.

           set scan-eof to 0.

           perform note-one-hold until scan-eof is equal 1.

           close hold-store.

           exit paragraph.

       note-one-hold.
           read hold-store next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if hd-status is not equal "ACTIVE"
           or hold-list-size is equal 100 then
               exit paragraph
           end-if.

           add 1 to hold-list-size.
           move hd-id to hx-id(hold-list-size).
           move hd-kind to hx-kind(hold-list-size).
           move hd-tenant to hx-tenant(hold-list-size).
           move hd-table to hx-table(hold-list-size).
           move hd-key to hx-key(hold-list-size).
           move hd-field to hx-field(hold-list-size).
           move hd-from to hx-from(hold-list-size).
           move hd-to to hx-to(hold-list-size).
           move hd-matter to hx-matter(hold-list-size).
           move hd-placed-by to hx-placed-by(hold-list-size).
           move hd-placed-at to hx-placed-at(hold-list-size).
           move hd-note to hx-note(hold-list-size).

           exit paragraph.

      *    REPORT-ONE-HOLD -- THE HOLD'S OWN LINES, THEN WHAT IT
      *    PROTECTS.
       report-one-hold.
           move hx-tenant(x) to active-tenant.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           move hx-tenant(x) to tenant-text.
           if tenant-text is equal spaces then
               move "(SHARED)" to tenant-text
           end-if.
           string
               "HOLD " function trim(hx-id(x))
               "  MATTER " function trim(hx-matter(x))
               "  " function trim(hx-kind(x))
               "  TENANT " function trim(tenant-text)
               delimited by size
               into report-record
           end-string.
           write report-record.

           move spaces to report-record.
           string
               "    PLACED BY " function trim(hx-placed-by(x))
               " AT " function trim(hx-placed-at(x))
               delimited by size
               into report-record
           end-string.
           write report-record.

           if hx-note(x) is not equal spaces then
               move spaces to report-record
               string
                   "    NOTE " function trim(hx-note(x))
                   delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           evaluate hx-kind(x)
               when "KEY"
                   perform report-key-hold
               when "SUBJECT"
                   perform report-subject-hold
               when "RANGE"
                   perform report-range-hold
           end-evaluate.

           move spaces to report-record.
           if hx-from(x) is equal spaces then
               move "    NO PERIOD -- REPORTS AND LOG ARCHIVES NOT HELD"
                   to report-record
           else
               string
                   "    REPORTS AND LOG ARCHIVES DATED "
                   hx-from(x) " TO " hx-to(x) " ARE KEPT"
                   delimited by size
                   into report-record
               end-string
           end-if.
           write report-record.

           exit paragraph.

      *    REPORT-KEY-HOLD -- IS THE ONE ROW STILL THERE.
       report-key-hold.
           perform fetch-held-row.

           move spaces to report-record.
           string
               "    ROW " function trim(hx-table(x))
               " " function trim(hx-key(x))
               delimited by size
               into report-record
           end-string.

           if fetch-count is greater than 0 then
               move "ON FILE" to report-record(100:7)
           else
               move "NOT ON FILE" to report-record(100:11)
           end-if.
           write report-record.

           exit paragraph.

       fetch-held-row.
           set fetch-count to 0.
           set query-status to 0.
           move hx-key(x) to query-key.

           call "db-query"
           using by content hx-table(x),
           by content query-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           exit paragraph.

      *    REPORT-SUBJECT-HOLD -- THE HELD ROW, THEN EVERY ROW THE
      *    DOWNWARD WALK FINDS UNDER IT.
       report-subject-hold.
           perform report-key-hold.

           set worklist-size to 1.
           move hx-table(x) to work-table(1).
           move hx-key(x) to work-key(1).

           perform expand-one-entry
               varying w from 1 by 1
               until w is greater than worklist-size.

           perform write-related-row
               varying w from 2 by 1
               until w is greater than worklist-size.

           move spaces to report-record.
           compute range-count = worklist-size - 1.
           move range-count to count-edit.
           string
               "    " function trim(count-edit)
               " RELATED ROW(S) HELD WITH IT"
               delimited by size
               into report-record
           end-string.
           if worklist-size is equal 200 then
               move "(LIST STOPPED AT 200)" to report-record(60:21)
           end-if.
           write report-record.

           exit paragraph.

      *    EXPAND-ONE-ENTRY -- EVERY RELATION NAMING work-table(w)
      *    AS THE PARENT; ITS CHILD TABLE IS SEARCHED FOR ROWS
      *    POINTING AT work-key(w).
       expand-one-entry.
           perform search-child-table
               varying rl from 1 by 1
               until rl is greater than relation-size.

           exit paragraph.

       search-child-table.
           if rel-parent(rl) is not equal work-table(w) then
               exit paragraph
           end-if.

           move rel-child(rl) to scan-table.
           set resume-key to spaces.
           set page-done to 0.

           perform search-one-page until page-done is equal 1
               or worklist-size is equal 200.

           exit paragraph.

       search-one-page.
           perform fetch-scan-page.

           perform judge-child-row
               varying r from 1 by 1
               until r is greater than fetch-count
               or worklist-size is equal 200.

           exit paragraph.

      *    FETCH-SCAN-PAGE -- THE NEXT db-query PAGE OF scan-table;
      *    A SHORT PAGE ENDS THE WALK.
       fetch-scan-page.
           set query-status to 0.
           set fetch-count to 0.
           set query-key to spaces.

           if resume-key is equal spaces then
               call "db-query"
               using by content scan-table,
               by content query-key,
               by reference fetch-rows,
               by reference fetch-count,
               by reference query-status
           else
               call "db-query"
               using by content scan-table,
               by content query-key,
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

       judge-child-row.
           set field-found to 0.

           call "db-get-field"
           using by content rel-child(rl),
           by content rel-field(rl),
           by content fetch-row-value(r),
           by reference field-value,
           by reference field-found.

           if field-found is equal 0
           or field-value(1:50) is not equal work-key(w) then
               exit paragraph
           end-if.

           set seen to 0.
           perform check-seen
               varying s from 1 by 1
               until s is greater than worklist-size
               or seen is equal 1.

           if seen is equal 1 then
               exit paragraph
           end-if.

           add 1 to worklist-size.
           move rel-child(rl) to work-table(worklist-size).
           move fetch-row-key(r) to work-key(worklist-size).

           exit paragraph.

       check-seen.
           if work-table(s) is equal rel-child(rl)
           and work-key(s) is equal fetch-row-key(r) then
               set seen to 1
           end-if.

           exit paragraph.

       write-related-row.
           move spaces to report-record.
           string
               "      " function trim(work-table(w))
               " " function trim(work-key(w))
               delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

      *    REPORT-RANGE-HOLD -- THE ROWS DATED INSIDE THE PERIOD,
      *    COUNTED, THE FIRST 20 NAMED.
       report-range-hold.
           set range-count to 0.
           move hx-table(x) to scan-table.
           set resume-key to spaces.
           set page-done to 0.

           perform range-one-page until page-done is equal 1.

           move spaces to report-record.
           move range-count to count-edit.
           string
               "    " function trim(count-edit)
               " ROW(S) OF " function trim(hx-table(x))
               " WITH " function trim(hx-field(x))
               " FROM " hx-from(x) " TO " hx-to(x)
               delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

       range-one-page.
           perform fetch-scan-page.

           perform judge-range-row
               varying r from 1 by 1
               until r is greater than fetch-count.

           exit paragraph.

       judge-range-row.
           set field-found to 0.

           call "db-get-field"
           using by content hx-table(x),
           by content hx-field(x),
           by content fetch-row-value(r),
           by reference field-value,
           by reference field-found.

           if field-found is equal 0 then
               exit paragraph
           end-if.

           move field-value(1:8) to row-date.

           if row-date is not numeric
           or row-date is less than hx-from(x)
           or row-date is greater than hx-to(x) then
               exit paragraph
           end-if.

           add 1 to range-count.

           if range-count is greater than 20 then
               exit paragraph
           end-if.

           move spaces to report-record.
           string
               "      " function trim(hx-table(x))
               " " function trim(fetch-row-key(r))
               " " row-date
               delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

      *    LOAD-RELATIONS -- relations.cfg, THE SAME SHAPE
      *    db-delete LOADS.
       load-relations.
           set relation-size to 0.

           open input relation-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform load-one-relation until config-eof is equal 1.

           close relation-config.

           exit paragraph.

       load-one-relation.
           read relation-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-child, cfg-field, cfg-parent, cfg-rule
           end-unstring.

           if cfg-child is equal spaces
           or cfg-parent is equal spaces
           or relation-size is equal 50 then
               exit paragraph
           end-if.

           add 1 to relation-size.
           move cfg-child to rel-child(relation-size).
           move cfg-field to rel-field(relation-size).
           move cfg-parent to rel-parent(relation-size).
           move cfg-rule to rel-rule(relation-size).

           exit paragraph.

       end program legal-hold-report.
