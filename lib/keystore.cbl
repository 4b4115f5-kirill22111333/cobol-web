       identification division.
       program-id. secret-versions.

      ************************************************************
      * THE VERSIONED KEY STORE -- LINK_SECRET, DB_CRYPT_KEY AND
      * THE inbound.cfg SENDER SECRETS WERE EACH ONE VALUE FIXED
      * AT DEPLOY TIME, AND CHANGING ANY OF THEM BROKE EVERYTHING
      * SIGNED OR SCRAMBLED UNDER THE OLD ONE, SO NONE OF THEM WAS
      * EVER ROTATED. "keystore.dat" NOW HOLDS, PER SECRET, A
      * CURRENT VERSION AND THE PREVIOUS ONE WITH THE END OF ITS
      * OVERLAP WINDOW:
      *
      *     call "secret-versions" using secret-name,
      *         fallback-value, current-value, current-version,
      *         previous-value, previous-version, previous-live
      *
      * SIGNING AND ENCRYPTING USE THE CURRENT VALUE; CHECKING AND
      * DECRYPTING ACCEPT THE PREVIOUS ONE TOO WHILE previous-live
      * IS 1. THE NAMES ARE "LINK_SECRET", "DB_CRYPT_KEY" AND
      * "inbound:<sender>". A SECRET NEVER ROTATED HAS NO ENTRY
      * AND COMES BACK AS VERSION 1 = fallback-value -- THE
      * ENVIRONMENT VARIABLE OR THE inbound.cfg COLUMN THE CALLER
      * ALREADY READ -- SO A SITE THAT NEVER ROTATES BEHAVES
      * EXACTLY AS BEFORE. ONCE A SECRET HAS AN ENTRY THE ENTRY
      * WINS AND THE OLD SOURCE IS ONLY WHERE VERSION 1 CAME FROM.
      * ENTRIES ARE WRITTEN ONLY BY secret-rotate (BELOW); THE
      * FILE HOLDS THE SECRETS THEMSELVES AND IS PROTECTED THE
      * SAME WAY AS THE SITE'S START-UP ENVIRONMENT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select key-file assign to "keystore.dat"
           organization is indexed
           access mode is dynamic
           record key is ks-name
           file status is key-stat.

       data division.

       file section.
       fd key-file.
       01 key-record.
           05 ks-name             pic x(40).
           05 ks-current-version  pic 9(3).
           05 ks-current          pic x(64).
           05 ks-current-date     pic 9(8).
           05 ks-current-stamp    pic x(29).
           05 ks-rotated-by       pic x(64).
           05 ks-previous-version pic 9(3).
           05 ks-previous         pic x(64).
           05 ks-previous-until   pic 9(11).
           05 ks-max-age-days     pic 9(4).

       working-storage section.
       77 key-stat      pic xx.
       77 today-int     pic 9(8).
       77 current-epoch pic 9(11).

       linkage section.
       01 secret-name      pic x(40).
       01 fallback-value   pic x(64).
       01 current-value    pic x(64).
       01 current-version  pic 9(3).
       01 previous-value   pic x(64).
       01 previous-version pic 9(3).
       01 previous-live    pic 9.

       procedure division using secret-name, fallback-value,
           current-value, current-version, previous-value,
           previous-version, previous-live.

           move fallback-value to current-value.
           set current-version to 1.
           set previous-value to spaces.
           set previous-version to 0.
           set previous-live to 0.

           open input key-file.

           if key-stat is not equal "00" then
               exit program
           end-if.

           move secret-name to ks-name.

           read key-file
               key is ks-name
               invalid key
                   close key-file
                   exit program
           end-read.

           close key-file.

           move ks-current to current-value.
           move ks-current-version to current-version.
           move ks-previous to previous-value.
           move ks-previous-version to previous-version.

           move function current-date(1:8) to today-int.
           compute current-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           if ks-previous-version is greater than 0
           and current-epoch is not greater than ks-previous-until
               then
               set previous-live to 1
           end-if.

           exit program.

       end program secret-versions.

      *****************************************

       identification division.
       program-id. secret-rotate.

      ************************************************************
      * ROTATES ONE SECRET IN keystore.dat -- A BATCH UTILITY:
      *
      *   SECRET_NAME   LINK_SECRET, DB_CRYPT_KEY OR
      *                 inbound:<sender> (THE SENDER MUST BE IN
      *                 inbound.cfg)
      *   SECRET_ACTION rotate (DEFAULT) OR close
      *   SECRET_VALUE  THE NEW VALUE; BLANK GENERATES ONE
      *   SECRET_OVERLAP_DAYS
      *                 HOW LONG THE OLD VALUE IS STILL ACCEPTED
      *                 (DEFAULT 7 -- LONGER THAN ANY SIGNED LINK
      *                 LIVES, AND TIME FOR db-rekey AND FOR A
      *                 PARTNER TO SWITCH)
      *   SECRET_MAX_AGE_DAYS
      *                 OPTIONAL ROTATION PERIOD FOR THIS SECRET
      *                 (secret-rotation-report's DEFAULT OTHERWISE)
      *   SECRET_USER   WHO (DEFAULT THE LOGIN NAME IN USER)
      *
      * rotate MAKES THE CURRENT VALUE THE PREVIOUS ONE, ACCEPTED
      * UNTIL THE WINDOW ENDS, AND THE NEW VALUE CURRENT. THE
      * FIRST ROTATION OF A SECRET TAKES ITS VERSION 1 FROM WHERE
      * IT LIVED BEFORE (THE ENVIRONMENT VARIABLE, OR THE SENDER'S
      * inbound.cfg COLUMN). A SECOND ROTATION INSIDE AN OPEN
      * WINDOW IS REFUSED -- IT WOULD DROP A VALUE STILL IN USE --
      * UNTIL close ENDS THE WINDOW EARLY (AFTER db-rekey HAS RUN,
      * OR THE PARTNER HAS CONFIRMED THE SWITCH). A GENERATED
      * SENDER SECRET IS PRINTED ONCE, FOR THE PARTNER; NO OTHER
      * VALUE IS EVER PRINTED OR LOGGED. EVERY ROTATION AND CLOSE
      * IS A LINE IN "keyhist.log".
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select key-file assign to "keystore.dat"
           organization is indexed
           access mode is dynamic
           record key is ks-name
           file status is key-stat.

           select history-log assign to "keyhist.log"
           organization is line sequential
           file status is history-stat.

           select inbound-config assign to "inbound.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd key-file.
       01 key-record.
           05 ks-name             pic x(40).
           05 ks-current-version  pic 9(3).
           05 ks-current          pic x(64).
           05 ks-current-date     pic 9(8).
           05 ks-current-stamp    pic x(29).
           05 ks-rotated-by       pic x(64).
           05 ks-previous-version pic 9(3).
           05 ks-previous         pic x(64).
           05 ks-previous-until   pic 9(11).
           05 ks-max-age-days     pic 9(4).

       fd history-log.
       01 history-line pic x(256).

       fd inbound-config.
       01 config-record pic x(128).

       working-storage section.
       77 key-stat      pic xx.
       77 history-stat  pic xx.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       01 config-fields.
           05 cfg-sender pic x(30).
           05 cfg-secret pic x(64).

       77 secret-name   pic x(40).
       77 secret-action pic x(8).
       77 new-value     pic x(64).
       77 fallback-value pic x(64).
       77 sender-name   pic x(30).
       77 sender-found  pic 9.
       77 value-made    pic 9.
       77 change-user   pic x(64).
       77 number-text   pic x(8).
       77 overlap-days  pic 9(4).
       77 max-age-days  pic 9(4).
       77 entry-found   pic 9.
       77 today-int     pic 9(8).
       77 current-epoch pic 9(11).
       77 until-date    pic 9(8).
       77 made-stamp    pic x(29).
       77 stamp-days    pic 9(4) value 0.
       77 secret-seed   pic 9(9).
       77 secret-rand   pic 9(9).
       77 secret-rand2  pic 9(9).
       77 from-version  pic 9(3).
       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       procedure division.

           set secret-name to spaces.
           accept secret-name from environment "SECRET_NAME".

           set secret-action to spaces.
           accept secret-action from environment "SECRET_ACTION".

           if secret-action is equal spaces then
               set secret-action to "rotate"
           end-if.

           set change-user to spaces.
           accept change-user from environment "SECRET_USER".

           if change-user is equal spaces then
               accept change-user from environment "USER"
           end-if.

           if change-user is equal spaces then
               set change-user to "batch"
           end-if.

           perform resolve-fallback.

           if sender-found is equal 0 then
               display "SECRET_NAME MUST BE LINK_SECRET, DB_CRYPT_KEY"
                   " OR inbound:<sender> OF A SENDER IN inbound.cfg"
               move 8 to return-code
               goback
           end-if.

           move function current-date(1:8) to today-int.
           compute current-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           call "date-utc"
           using by reference made-stamp,
           by content stamp-days.

           open i-o key-file.

           if key-stat is equal "35" then
               open output key-file
               close key-file
               open i-o key-file
           end-if.

           if key-stat is not equal "00" then
               display "KEY STORE keystore.dat UNAVAILABLE"
               move 8 to return-code
               goback
           end-if.

           move secret-name to ks-name.
           set entry-found to 1.

           read key-file
               key is ks-name
               invalid key
                   set entry-found to 0
           end-read.

           evaluate secret-action
               when "rotate"
                   perform rotate-secret
               when "close"
                   perform close-overlap
               when other
                   display "SECRET_ACTION MUST BE rotate OR close"
                   move 8 to return-code
           end-evaluate.

           close key-file.

           goback.

      *    RESOLVE-FALLBACK -- WHERE VERSION 1 OF THE SECRET LIVED;
      *    sender-found 0 FOR A NAME THAT IS NO SECRET OF OURS.
       resolve-fallback.
           set sender-found to 0.
           set fallback-value to spaces.

           evaluate true
               when secret-name is equal "LINK_SECRET"
                   accept fallback-value from environment
                       "LINK_SECRET"
                   set sender-found to 1
               when secret-name is equal "DB_CRYPT_KEY"
                   accept fallback-value from environment
                       "DB_CRYPT_KEY"
                   set sender-found to 1
               when secret-name(1:8) is equal "inbound:"
                   move secret-name(9:30) to sender-name
                   if sender-name is not equal spaces then
                       perform find-sender
                   end-if
           end-evaluate.

           exit paragraph.

       find-sender.
           open input inbound-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-sender
               until config-eof is equal 1
               or sender-found is equal 1.

           close inbound-config.

           exit paragraph.

       read-one-sender.
           read inbound-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.
           unstring config-record delimited by all X"20"
               into cfg-sender, cfg-secret
           end-unstring.

           if cfg-sender is equal sender-name then
               move cfg-secret to fallback-value
               set sender-found to 1
           end-if.

           exit paragraph.

      *    ROTATE-SECRET -- CURRENT BECOMES PREVIOUS UNTIL THE
      *    WINDOW ENDS; THE NEW VALUE BECOMES CURRENT.
       rotate-secret.
           if entry-found is equal 1
           and ks-previous-version is greater than 0
           and current-epoch is not greater than ks-previous-until
               then
               compute until-date = function date-of-integer
                   (ks-previous-until / 86400)
               display "VERSION " ks-previous-version " OF "
                   function trim(secret-name)
                   " IS STILL ACCEPTED UNTIL " until-date
                   " - CLOSE ITS WINDOW FIRST (SECRET_ACTION=close)"
               move 8 to return-code
               exit paragraph
           end-if.

           if entry-found is equal 1
           and ks-current-version is equal 999 then
               display "VERSION LIMIT REACHED FOR "
                   function trim(secret-name)
               move 8 to return-code
               exit paragraph
           end-if.

           set new-value to spaces.
           accept new-value from environment "SECRET_VALUE".
           set value-made to 0.

           if new-value is equal spaces then
               perform make-new-value
           end-if.

           set number-text to spaces.
           accept number-text from environment "SECRET_OVERLAP_DAYS".
           set overlap-days to 7.
           if number-text is not equal spaces then
               move function numval(number-text) to overlap-days
           end-if.

           set number-text to spaces.
           accept number-text from environment "SECRET_MAX_AGE_DAYS".
           set max-age-days to 0.
           if number-text is not equal spaces then
               move function numval(number-text) to max-age-days
           end-if.

           if entry-found is equal 0 then
               move spaces to key-record
               move secret-name to ks-name
               set ks-current-version to 1
               move fallback-value to ks-current
               set ks-max-age-days to 0
           end-if.

           if new-value is equal ks-current then
               display "THE NEW VALUE IS THE CURRENT VALUE - NOTHING"
                   " ROTATED"
               move 8 to return-code
               exit paragraph
           end-if.

           move ks-current-version to from-version.
           move ks-current-version to ks-previous-version.
           move ks-current to ks-previous.
           compute ks-previous-until =
               current-epoch + overlap-days * 86400.

           add 1 to ks-current-version.
           move new-value to ks-current.
           move today-int to ks-current-date.
           move made-stamp to ks-current-stamp.
           move change-user to ks-rotated-by.

           if max-age-days is greater than 0 then
               move max-age-days to ks-max-age-days
           end-if.

           if entry-found is equal 1 then
               rewrite key-record
                   invalid key
                       display "KEY STORE REWRITE FAILED"
                       move 8 to return-code
                       exit paragraph
               end-rewrite
           else
               write key-record
                   invalid key
                       display "KEY STORE WRITE FAILED"
                       move 8 to return-code
                       exit paragraph
               end-write
           end-if.

           compute until-date = function date-of-integer
               (ks-previous-until / 86400).

           display function trim(secret-name) " IS NOW VERSION "
               ks-current-version "; VERSION " ks-previous-version
               " IS STILL ACCEPTED UNTIL " until-date.

           if secret-name is equal "DB_CRYPT_KEY" then
               display "RUN db-rekey (ONCE PER TENANT PARTITION)"
                   " BEFORE " until-date
           end-if.

           if value-made is equal 1
           and secret-name(1:8) is equal "inbound:" then
               display "NEW SHARED SECRET FOR "
                   function trim(sender-name) ": "
                   function trim(new-value)
           end-if.

           perform write-history-line.

           move 0 to return-code.

           exit paragraph.

      *    MAKE-NEW-VALUE -- THE SAME CLOCK-SEEDED RANDOM MIX
      *    api-client-register USES FOR A CLIENT SECRET.
       make-new-value.
           move function current-date(9:6) to secret-seed.
           compute secret-rand =
               function random(secret-seed) * 999999999.
           compute secret-rand2 = function random * 999999999.

           string
               "K" delimited by size
               function current-date(1:16) delimited by size
               secret-rand delimited by size
               secret-rand2 delimited by size
               into new-value
           end-string.

           set value-made to 1.

           exit paragraph.

      *    CLOSE-OVERLAP -- THE PREVIOUS VALUE STOPS BEING
      *    ACCEPTED NOW RATHER THAN AT THE END OF ITS WINDOW.
       close-overlap.
           if entry-found is equal 0
           or ks-previous-version is equal 0
           or current-epoch is greater than ks-previous-until then
               display "NO OVERLAP WINDOW OPEN FOR "
                   function trim(secret-name)
               move 4 to return-code
               exit paragraph
           end-if.

           move ks-previous-version to from-version.
           compute ks-previous-until = current-epoch - 1.

           rewrite key-record
               invalid key
                   display "KEY STORE REWRITE FAILED"
                   move 8 to return-code
                   exit paragraph
           end-rewrite.

           display "VERSION " ks-previous-version " OF "
               function trim(secret-name) " IS NO LONGER ACCEPTED".

           perform write-history-line.

           move 0 to return-code.

           exit paragraph.

      *    WRITE-HISTORY-LINE -- keyhist.log AND app.log; NEVER
      *    THE VALUES.
       write-history-line.
           open extend history-log.

           if history-stat is equal "35" then
               open output history-log
           end-if.

           if history-stat is equal "00" then
               move spaces to history-line
               string
                   made-stamp " " secret-name " "
                   secret-action " FROM " from-version
                   " TO " ks-current-version " UNTIL "
                   ks-previous-until " BY " function trim(change-user)
                   into history-line
               end-string
               write history-line
               close history-log
           end-if.

           move "INFO" to log-level.
           move "secret-rotate" to log-source.
           set log-text to spaces.
           string
               function trim(secret-name) " " function trim(
               secret-action) " VERSION " from-version " BY "
               function trim(change-user)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program secret-rotate.

      *****************************************

       identification division.
       program-id. db-rekey.

      ************************************************************
      * RE-ENCRYPTION PASS AFTER A DB_CRYPT_KEY ROTATION -- A
      * BATCH UTILITY, RUN WITH THE LISTENER QUIESCED ONCE PER
      * TENANT PARTITION (TENANT ENV) BEFORE THE OLD KEY'S OVERLAP
      * WINDOW CLOSES. REKEY_TABLE LIMITS IT TO ONE TABLE; BY
      * DEFAULT EVERY TABLE WITH A SENSITIVE schemas.cfg FIELD IS
      * DONE.
      *
      * THE FIRST PASS WALKS THE DATA FILE AND SAVES EVERY ROW
      * STILL MARKED WITH THE PREVIOUS KEY VERSION TO A WORK FILE
      * ("rekeywork", PER TENANT). THE SECOND PASS DECRYPTS EACH
      * SAVED ROW AND POSTS IT BACK THROUGH db-update (SOURCE
      * "db-rekey") UNDER THE BATCH BRACKET, SO IT IS RE-ENCRYPTED
      * UNDER THE CURRENT KEY AND JOURNALED, AUDITED AND INDEXED
      * LIKE ANY OTHER CHANGE; THE ROLLUP TRIGGERS ARE HELD OFF
      * AS FOR layout-migrate -- NOTHING BUT THE SCRAMBLING
      * CHANGES. A ROW MARKED WITH A VERSION NO LONGER HELD (ITS
      * WINDOW CLOSED BEFORE THE PASS RAN) CANNOT BE READ AND IS
      * ONLY NAMED; SO IS A ROW db-update REFUSES (A CLOSED FISCAL
      * PERIOD, SAY). EITHER LEAVES return-code 4; DO NOT CLOSE
      * THE WINDOW UNTIL A RERUN COMES BACK 0. CONTINUATION
      * SEGMENTS CARRY NO DECLARED FIELDS AND ARE LEFT AS STORED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select schema-config assign to "schemas.cfg"
           organization is line sequential
           file status is config-stat.

           select work-file assign to dynamic work-file-name
           organization is line sequential
           file status is work-stat.

           select database-file assign to dynamic database-file-name
           organization is indexed
           access mode is dynamic
           record key is db-fullkey
           file status is database-stat.

       data division.

       file section.
       fd schema-config.
       01 config-record pic x(128).

       fd work-file.
       01 work-record.
           05 wk-table pic x(30).
           05 wk-key   pic x(50).
           05 wk-value pic x(1024).

       fd database-file.
       01 database-record.
           05 db-fullkey.
               10 rec-table pic x(30).
               10 rec-key   pic x(50).
           05 rec-value pic x(1024).

       working-storage section.
       01 trigger-active-mark pic x external.

       77 config-stat     pic xx.
       77 work-stat       pic xx.
       77 database-stat   pic xx.
       77 config-eof      pic 9.
       77 scan-eof        pic 9.
       01 config-fields.
           05 cfg-table  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-offset-text pic x(6).
           05 cfg-length-text pic x(6).
           05 cfg-rule   pic x(16).
           05 cfg-maxlen-text pic x(6).
           05 cfg-flag   pic x(16).

       01 sensitive-list.
           05 sensitive-table occurs 100 times pic x(30).
       77 sensitive-size  pic 9(3).
       77 t               pic 9(3).
       77 table-known     pic 9.
       77 rekey-table     pic x(30).
       77 walk-table      pic x(30).
       77 rekey-table-probe pic x(30).

       77 work-file-name     pic x(64).
       77 database-file-name pic x(64).
       77 tenant-stem     pic x(16).
       77 tenant-ext      pic x(4).
       77 delete-result   pic s9(9) comp.
       77 saved-trigger-mark pic x.
       77 change-source   pic x(32) value "db-rekey".
       77 update-status   pic 9.
       77 clear-value     pic x(1024).
       77 crypt-direction pic x(7) value "DECRYPT".

       77 env-key         pic x(64).
       77 key-name        pic x(40) value "DB_CRYPT_KEY".
       77 current-key     pic x(64).
       77 current-version pic 9(3).
       77 previous-key    pic x(64).
       77 previous-version pic 9(3).
       77 previous-live   pic 9.
       77 current-mark    pic x.
       77 previous-mark   pic x.
       77 mark-version    pic 9(3).
       77 mark-char       pic x.
       01 mark-digits     pic x(35)
           value "123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77 key-tilde-hits  pic 9(3).
       77 rows-current    pic 9(7).
       77 rows-saved      pic 9(7).
       77 rows-lost       pic 9(7).
       77 rows-skipped    pic 9(7).
       77 rows-posted     pic 9(7).
       77 rows-refused    pic 9(7).
       77 count-edit      pic z(6)9.
       77 log-level       pic x(5).
       77 log-source      pic x(32).
       77 log-text        pic x(256).

       procedure division.

           set rekey-table to spaces.
           accept rekey-table from environment "REKEY_TABLE".

           set env-key to spaces.
           accept env-key from environment "DB_CRYPT_KEY".

           call "secret-versions"
           using by content key-name,
           by content env-key,
           by reference current-key,
           by reference current-version,
           by reference previous-key,
           by reference previous-version,
           by reference previous-live.

           if current-version is less than 2 then
               display "DB_CRYPT_KEY HAS NEVER BEEN ROTATED -"
                   " NOTHING TO RE-ENCRYPT"
               move 0 to return-code
               goback
           end-if.

           move current-version to mark-version.
           perform version-mark.
           move mark-char to current-mark.

           move previous-version to mark-version.
           perform version-mark.
           move mark-char to previous-mark.

           if previous-live is equal 0 then
               display "THE OVERLAP WINDOW OF KEY VERSION "
                   previous-version " IS CLOSED - ROWS STILL UNDER"
                   " IT CAN NO LONGER BE READ"
           end-if.

           perform load-sensitive-tables.

           if rekey-table is not equal spaces then
               set table-known to 0
               perform check-one-table
                   varying t from 1 by 1
                   until t is greater than sensitive-size

               if table-known is equal 0 then
                   display function trim(rekey-table)
                       " HAS NO SENSITIVE FIELD IN schemas.cfg"
                   move 8 to return-code
                   goback
               end-if

               move rekey-table to sensitive-table(1)
               set sensitive-size to 1
           end-if.

           if sensitive-size is equal 0 then
               display "NO TABLE HAS A SENSITIVE FIELD - NOTHING TO"
                   " RE-ENCRYPT"
               move 0 to return-code
               goback
           end-if.

           perform resolve-tenant-files.

           perform save-stale-rows.

           if rows-saved is greater than 0 then
               perform post-saved-rows
           end-if.

           call "CBL_DELETE_FILE"
           using function trim(work-file-name)
           returning delete-result.

           move rows-current to count-edit.
           display function trim(count-edit)
               " ROW(S) ALREADY UNDER KEY VERSION " current-version.

           move rows-posted to count-edit.
           display function trim(count-edit)
               " ROW(S) RE-ENCRYPTED UNDER KEY VERSION "
               current-version.

           if rows-skipped is greater than 0 then
               move rows-skipped to count-edit
               display function trim(count-edit)
                   " CONTINUATION SEGMENT(S) LEFT AS STORED"
           end-if.

           if rows-refused is greater than 0 then
               move rows-refused to count-edit
               display function trim(count-edit)
                   " ROW(S) REFUSED BY db-update"
           end-if.

           if rows-lost is greater than 0 then
               move rows-lost to count-edit
               display function trim(count-edit)
                   " ROW(S) UNDER A KEY VERSION NO LONGER HELD"
           end-if.

           move "INFO" to log-level.
           move "db-rekey" to log-source.
           set log-text to spaces.
           string
               "KEY VERSION " current-version " REKEY "
               rows-posted " POSTED " rows-refused " REFUSED "
               rows-lost " UNREADABLE"
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           if rows-refused is greater than 0
           or rows-lost is greater than 0 then
               move 4 to return-code
           else
               move 0 to return-code
           end-if.

           goback.

      *    VERSION-MARK -- THE ROW MARK db-crypt-row WRITES FOR A
      *    KEY VERSION.
       version-mark.
           if mark-version is less than 2 then
               move space to mark-char
               exit paragraph
           end-if.

           move mark-digits(function mod(mark-version - 1, 35) + 1:1)
               to mark-char.

           exit paragraph.

      *    LOAD-SENSITIVE-TABLES -- EVERY TABLE WITH AT LEAST ONE
      *    SENSITIVE FIELD, ONCE EACH.
       load-sensitive-tables.
           set sensitive-size to 0.

           open input schema-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-declaration until config-eof is equal 1.

           close schema-config.

           exit paragraph.

       read-one-declaration.
           read schema-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.
           unstring config-record delimited by all X"20"
               into cfg-table, cfg-field,
                    cfg-offset-text, cfg-length-text,
                    cfg-rule, cfg-maxlen-text, cfg-flag
           end-unstring.

           if cfg-flag is not equal "SENSITIVE" then
               exit paragraph
           end-if.

           move cfg-table to rekey-table-probe.
           set table-known to 0.
           perform probe-one-table
               varying t from 1 by 1
               until t is greater than sensitive-size.

           if table-known is equal 0
           and sensitive-size is less than 100 then
               add 1 to sensitive-size
               move cfg-table to sensitive-table(sensitive-size)
           end-if.

           exit paragraph.

       probe-one-table.
           if sensitive-table(t) is equal rekey-table-probe then
               set table-known to 1
           end-if.

           exit paragraph.

       check-one-table.
           if sensitive-table(t) is equal rekey-table then
               set table-known to 1
           end-if.

           exit paragraph.

      *    RESOLVE-TENANT-FILES -- THE ACTIVE TENANT'S DATA FILE
      *    AND ITS OWN WORK FILE.
       resolve-tenant-files.
           set tenant-stem to "database".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference database-file-name.

           set tenant-stem to "rekeywork".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference work-file-name.

           exit paragraph.

      *    SAVE-STALE-ROWS -- THE FIRST PASS, TABLE BY TABLE.
       save-stale-rows.
           set rows-current to 0.
           set rows-saved to 0.
           set rows-lost to 0.
           set rows-skipped to 0.

           open output work-file.
           open input database-file.

           if database-stat is equal "00" then
               perform walk-one-table
                   varying t from 1 by 1
                   until t is greater than sensitive-size

               close database-file
           end-if.

           close work-file.

           exit paragraph.

       walk-one-table.
           move sensitive-table(t) to walk-table.
           set rec-table to walk-table.
           set rec-key to low-values.

           start database-file
               key is greater than or equal db-fullkey
               invalid key
                   set scan-eof to 1
               not invalid key
                   set scan-eof to 0
           end-start.

           perform save-one-row until scan-eof is equal 1.

           exit paragraph.

      *    SAVE-ONE-ROW -- ONE STEP OF THE TABLE WALK; THE LAST
      *    BYTE OF THE ROW SAYS WHICH KEY SCRAMBLED IT.
       save-one-row.
           read database-file next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if rec-table is not equal walk-table then
               set scan-eof to 1
               exit paragraph
           end-if.

           set key-tilde-hits to 0.
           inspect rec-key tallying key-tilde-hits for all "~".

           if key-tilde-hits is greater than 0 then
               add 1 to rows-skipped
               exit paragraph
           end-if.

           if rec-value(1024:1) is equal current-mark then
               add 1 to rows-current
               exit paragraph
           end-if.

           if rec-value(1024:1) is not equal previous-mark
           or previous-live is equal 0 then
               add 1 to rows-lost
               if rows-lost is not greater than 20 then
                   display "  " function trim(rec-table) " KEY "
                       function trim(rec-key)
                       " - KEY VERSION NO LONGER HELD"
               end-if
               exit paragraph
           end-if.

           move rec-table to wk-table.
           move rec-key to wk-key.
           move rec-value to wk-value.
           write work-record.
           add 1 to rows-saved.

           exit paragraph.

      *    POST-SAVED-ROWS -- THE SECOND PASS, UNDER THE BATCH
      *    BRACKET WITH THE ROLLUP TRIGGERS HELD OFF.
       post-saved-rows.
           set rows-posted to 0.
           set rows-refused to 0.

           move trigger-active-mark to saved-trigger-mark.
           set trigger-active-mark to "1".

           call "db-batch-start".

           open input work-file.
           set scan-eof to 0.

           perform post-one-row until scan-eof is equal 1.

           close work-file.

           call "db-batch-end".

           move saved-trigger-mark to trigger-active-mark.

           exit paragraph.

      *    POST-ONE-ROW -- DECRYPTED, THEN BACK THROUGH db-update,
      *    WHICH SCRAMBLES IT AGAIN UNDER THE CURRENT KEY.
       post-one-row.
           read work-file
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           move wk-value to clear-value.

           call "db-crypt-row"
           using by content wk-table,
           by reference clear-value,
           by content crypt-direction.

           set update-status to 0.

           call "db-update"
           using by content wk-table,
           by content wk-key,
           by content clear-value,
           by reference update-status,
           by content change-source.

           if update-status is equal 1 then
               add 1 to rows-posted
           else
               add 1 to rows-refused
               display "  " function trim(wk-table) " KEY "
                   function trim(wk-key) " - REFUSED BY db-update"
           end-if.

           exit paragraph.

       end program db-rekey.

      *****************************************

       identification division.
       program-id. secret-rotation-report.

      ************************************************************
      * SECRET ROTATION REPORT -- ONE LINE PER SECRET THE SITE
      * HOLDS (LINK_SECRET, DB_CRYPT_KEY AND EVERY inbound.cfg
      * SENDER) WITH ITS KEY VERSION, WHEN AND BY WHOM IT WAS
      * LAST ROTATED, ITS AGE, AND WHETHER A PREVIOUS VERSION IS
      * STILL ACCEPTED. A SECRET OLDER THAN ITS ROTATION PERIOD --
      * THE ONE secret-rotate RECORDED FOR IT, OR
      * SECRET_MAX_AGE_DAYS (DEFAULT 365) -- OR NEVER ROTATED AT
      * ALL IS OVERDUE; ONE WITHIN 30 DAYS OF IT IS DUE. WRITES
      * "secrets.YYYYMMDD.rpt" INTO THE REPORT CATALOG AND COMES
      * BACK return-code 4 WHEN ANYTHING IS OVERDUE, SO
      * schedule.cfg CAN FLAG IT. NO SECRET VALUE IS EVER SHOWN.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select key-file assign to "keystore.dat"
           organization is indexed
           access mode is dynamic
           record key is ks-name
           file status is key-stat.

           select inbound-config assign to "inbound.cfg"
           organization is line sequential
           file status is config-stat.

           select report-file assign to dynamic report-path
           organization is line sequential
           file status is report-stat.

       data division.

       file section.
       fd key-file.
       01 key-record.
           05 ks-name             pic x(40).
           05 ks-current-version  pic 9(3).
           05 ks-current          pic x(64).
           05 ks-current-date     pic 9(8).
           05 ks-current-stamp    pic x(29).
           05 ks-rotated-by       pic x(64).
           05 ks-previous-version pic 9(3).
           05 ks-previous         pic x(64).
           05 ks-previous-until   pic 9(11).
           05 ks-max-age-days     pic 9(4).

       fd inbound-config.
       01 config-record pic x(128).

       fd report-file.
       01 report-record pic x(132).

       working-storage section.
       77 key-stat      pic xx.
       77 config-stat   pic xx.
       77 report-stat   pic xx.
       77 config-eof    pic 9.
       77 store-open    pic 9.
       01 config-fields.
           05 cfg-sender pic x(30).
           05 cfg-secret pic x(64).

       77 report-path   pic x(64).
       77 report-date   pic x(8).
       77 catalog-producer pic x(30).
       77 secret-name   pic x(40).
       77 number-text   pic x(8).
       77 default-max-age pic 9(4).
       77 max-age-days  pic 9(4).
       77 age-days      pic s9(6).
       77 days-left     pic s9(6).
       77 today-int     pic 9(8).
       77 current-epoch pic 9(11).
       77 until-date    pic 9(8).
       77 status-text   pic x(60).
       77 secret-count  pic 9(5).
       77 overdue-count pic 9(5).
       77 due-count     pic 9(5).
       77 count-edit    pic z(6)9.
       77 number-edit   pic z(5)9.
       77 line-pointer  pic 9(3).

       procedure division.

           call "business-date"
           using by reference report-date.

           set number-text to spaces.
           accept number-text from environment "SECRET_MAX_AGE_DAYS".
           set default-max-age to 365.
           if number-text is not equal spaces then
               move function numval(number-text) to default-max-age
           end-if.

           move function current-date(1:8) to today-int.
           compute current-epoch =
               function integer-of-date(today-int) * 86400
               + function seconds-past-midnight.

           set secret-count to 0.
           set overdue-count to 0.
           set due-count to 0.

           set report-path to spaces.
           string
               "secrets." delimited by size
               report-date delimited by size
               ".rpt" delimited by size
               into report-path
           end-string.

           open output report-file.

           move spaces to report-record.
           string
               "SECRET ROTATION REPORT FOR " delimited by size
               report-date delimited by size
               into report-record
           end-string.
           write report-record.

           move all "=" to report-record(1:40).
           write report-record.

           move spaces to report-record.
           move "SECRET" to report-record(1:6).
           move "VER" to report-record(32:3).
           move "ROTATED" to report-record(37:7).
           move "BY" to report-record(47:2).
           move "AGE" to report-record(65:3).
           move "STATUS" to report-record(73:6).
           write report-record.

           set store-open to 0.
           open input key-file.
           if key-stat is equal "00" then
               set store-open to 1
           end-if.

           move "LINK_SECRET" to secret-name.
           perform report-one-secret.

           move "DB_CRYPT_KEY" to secret-name.
           perform report-one-secret.

           perform report-senders.

           if store-open is equal 1 then
               close key-file
           end-if.

           move spaces to report-record.
           write report-record.

           move spaces to report-record.
           set line-pointer to 1.
           move secret-count to count-edit.
           string
               function trim(count-edit) delimited by size
               " SECRET(S), " delimited by size
               into report-record with pointer line-pointer
           end-string.
           move overdue-count to count-edit.
           string
               function trim(count-edit) delimited by size
               " OVERDUE, " delimited by size
               into report-record with pointer line-pointer
           end-string.
           move due-count to count-edit.
           string
               function trim(count-edit) delimited by size
               " DUE WITHIN 30 DAYS" delimited by size
               into report-record with pointer line-pointer
           end-string.
           write report-record.

           close report-file.

           move secret-count to count-edit.
           display function trim(count-edit)
               " SECRET(S) LISTED - SEE " function trim(report-path).

           if overdue-count is greater than 0 then
               move overdue-count to count-edit
               display function trim(count-edit)
                   " SECRET(S) OVERDUE FOR ROTATION"
           end-if.

           set catalog-producer to "secret-rotation-report".
           call "report-catalog-add"
           using by content report-path,
           by content report-date,
           by content catalog-producer.

           if overdue-count is greater than 0 then
               move 4 to return-code
           else
               move 0 to return-code
           end-if.

           goback.

      *    REPORT-SENDERS -- ONE LINE PER inbound.cfg SENDER.
       report-senders.
           open input inbound-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-sender until config-eof is equal 1.

           close inbound-config.

           exit paragraph.

       read-one-sender.
           read inbound-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.
           unstring config-record delimited by all X"20"
               into cfg-sender, cfg-secret
           end-unstring.

           if cfg-sender is equal spaces
           or cfg-sender(1:1) is equal "#" then
               exit paragraph
           end-if.

           set secret-name to spaces.
           string
               "inbound:" delimited by size
               cfg-sender delimited by space
               into secret-name
           end-string.

           perform report-one-secret.

           exit paragraph.

      *    REPORT-ONE-SECRET -- ITS KEY STORE ENTRY, OR THE LACK
      *    OF ONE.
       report-one-secret.
           add 1 to secret-count.

           move spaces to report-record.
           move secret-name(1:30) to report-record(1:30).

           set key-stat to "23".
           if store-open is equal 1 then
               move secret-name to ks-name
               read key-file
                   key is ks-name
                   invalid key
                       set key-stat to "23"
               end-read
           end-if.

           if key-stat is not equal "00" then
               move "001" to report-record(32:3)
               move "NEVER" to report-record(37:5)
               move "OVERDUE - NEVER ROTATED" to report-record(73:23)
               add 1 to overdue-count
               write report-record
               exit paragraph
           end-if.

           move ks-current-version to report-record(32:3).
           move ks-current-date to report-record(37:8).
           move ks-rotated-by(1:16) to report-record(47:16).

           compute age-days = function integer-of-date(today-int)
               - function integer-of-date(ks-current-date).
           move age-days to number-edit.
           move number-edit to report-record(63:6).

           move default-max-age to max-age-days.
           if ks-max-age-days is greater than 0 then
               move ks-max-age-days to max-age-days
           end-if.

           compute days-left = max-age-days - age-days.

           evaluate true
               when days-left is less than 0
                   move "OVERDUE" to status-text
                   add 1 to overdue-count
               when days-left is not greater than 30
                   move "DUE" to status-text
                   add 1 to due-count
               when other
                   move "OK" to status-text
           end-evaluate.

           if ks-previous-version is greater than 0
           and current-epoch is not greater than ks-previous-until
               then
               compute until-date = function date-of-integer
                   (ks-previous-until / 86400)
               compute line-pointer =
                   function length(function trim(status-text)) + 1
               string
                   " - VERSION " delimited by size
                   ks-previous-version delimited by size
                   " ACCEPTED TO " delimited by size
                   until-date delimited by size
                   into status-text with pointer line-pointer
               end-string
           end-if.

           move status-text to report-record(73:60).
           write report-record.

           exit paragraph.

       end program secret-rotation-report.
