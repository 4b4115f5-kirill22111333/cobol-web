      * JOURNAL FILES ARE LINE SEQUENTIAL, AND A SCRAMBLED BYTE
      * THAT LANDED ON A LINE ENDING WOULD TEAR THEIR RECORDS.
      * BYTES OUTSIDE THE PRINTABLE RANGE PASS THROUGH UNCHANGED.
      *
      * AN OPTIONAL TRAILING layout-path NAMES A FILE IN THE
      * schemas.cfg FORMAT TO READ INSTEAD OF schemas.cfg ITSELF
      * -- layout-migrate (lib/layout.cbl) DECRYPTS A ROW STILL
      * PACKED UNDER ITS TABLE'S PREVIOUS LAYOUT THAT WAY.
      *
      * THE KEY IS VERSIONED IN keystore.dat (lib/keystore.cbl);
      * THE ENVIRONMENT VALUE IS VERSION 1 UNTIL THE FIRST
      * ROTATION. ENCRYPT ALWAYS USES THE CURRENT VERSION AND, ON
      * A TABLE WITH SENSITIVE FIELDS, MARKS THE ROW WITH IT IN
      * THE LAST BYTE OF rec-value (BLANK FOR VERSION 1, SO EVERY
      * ROW WRITTEN BEFORE VERSIONING READS AS VERSION 1;
      * data-dictionary KEEPS FIELDS OFF THAT BYTE). DECRYPT
      * PICKS THE KEY BY THE MARK -- THE PREVIOUS VERSION ONLY
      * WHILE ITS OVERLAP WINDOW IS OPEN -- AND HANDS THE ROW BACK
      * UNMARKED. db-rekey MOVES THE ROWS ONTO THE CURRENT KEY
      * BEFORE THE WINDOW CLOSES. THE STORE IS LOOKED UP AT MOST
      * ONCE A MINUTE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select schema-config assign to dynamic schema-path
           organization is line sequential
           file status is config-stat.

       working-storage section.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       77 schema-path   pic x(64).
       77 crypt-key     pic x(64).
       77 key-length    pic 9(3).
       77 key-hash      pic 9(18).
       77 key-step      pic 9(3).
       77 byte-in       pic 9(3).
       77 byte-out      pic 9(3).
       77 env-key       pic x(64).
       77 key-name      pic x(40) value "DB_CRYPT_KEY".
       77 key-minute    pic x(12) value spaces.
       77 current-key   pic x(64).
       77 current-version pic 9(3).
       77 previous-key  pic x(64).
       77 previous-version pic 9(3).
       77 previous-live pic 9.
       77 current-mark  pic x.
       77 previous-mark pic x.
       77 row-mark      pic x.
       77 mark-version  pic 9(3).
       77 mark-char     pic x.
       77 sensitive-seen pic 9.
       01 mark-digits   pic x(35)
           value "123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       linkage section.
       01 db-table  pic x(30).
       01 row-value pic x(1024).
       01 crypt-direction pic x(7).
       01 layout-path pic x(64).

       procedure division using db-table, row-value,
                           crypt-direction, optional layout-path.

           if function current-date(1:12) is not equal key-minute
               then
               perform load-key-versions
           end-if.

           move row-value(1024:1) to row-mark.

           if crypt-direction is equal "ENCRYPT" then
               move current-key to crypt-key
           else
               if row-mark is equal previous-mark
               and row-mark is not equal current-mark
               and previous-live is equal 1 then
                   move previous-key to crypt-key
               else
                   move current-key to crypt-key
               end-if
           end-if.

      *    NO KEY, NO SCRAMBLING -- THE SITE HAS NOT OPTED IN.
           if crypt-key is equal spaces then
               exit program
           end-if.

           set sensitive-seen to 0.

           perform fold-key.

           set schema-path to "schemas.cfg".
           if address of layout-path is not equal null
           and layout-path is not equal spaces then
               move layout-path to schema-path
           end-if.

           open input schema-config.

           if config-stat is not equal "00" then

           close schema-config.

           if sensitive-seen is equal 1 then
               if crypt-direction is equal "ENCRYPT" then
                   move current-mark to row-value(1024:1)
               else
                   move space to row-value(1024:1)
               end-if
           end-if.

           exit program.

      *    LOAD-KEY-VERSIONS -- THE CURRENT AND PREVIOUS KEYS AND
      *    THE ROW MARK EACH WRITES.
       load-key-versions.
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

           move current-version to mark-version.
           perform version-mark.
           move mark-char to current-mark.

           move previous-version to mark-version.
           perform version-mark.
           move mark-char to previous-mark.

           move function current-date(1:12) to key-minute.

           exit paragraph.

      *    VERSION-MARK -- BLANK FOR VERSION 1 (AND NONE), THEN ONE
      *    CHARACTER PER VERSION, CYCLING EVERY 35 ROTATIONS.
       version-mark.
           if mark-version is less than 2 then
               move space to mark-char
               exit paragraph
           end-if.

           move mark-digits(function mod(mark-version - 1, 35) + 1:1)
               to mark-char.

           exit paragraph.

      *    FOLD-KEY -- THE KEY TEXT INTO ONE ACCUMULATOR THE
      *    KEYSTREAM IS SEEDED FROM, THE SAME ROLLING SHAPE AS
      *    hash-password.
               exit paragraph
           end-if.

           set sensitive-seen to 1.

           perform transform-slice.

           exit paragraph.
