       77 log-level      pic x(5).
       77 log-source     pic x(32).
       77 log-text       pic x(256).
       77 exist-result   pic s9(9) comp.
       77 gdg-dataset    pic x(64).
       77 gdg-ext        pic x(4).
       77 gdg-producer   pic x(30).
       77 gdg-path       pic x(128).
       77 gdg-generation pic 9(5).
       77 gdg-records    pic 9(9).
       77 gdg-status     pic 9.

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

       01 backup-set.
           05 backup-entry occurs 41 times.
      *    "<base>.YYYYMMDD.bak" AND VERIFIES THE COPY OPENS AND
      *    READS. A LIVE FILE THAT DOESN'T EXIST YET (A FRESH SITE
      *    THAT NEVER TOOK A SESSION, A TENANT WITH NO DATA) IS
      *    SIMPLY SKIPPED. EACH COPY IS A GENERATION OF ITS OWN
      *    "<base>" GROUP, CATALOGED ONLY ONCE IT VERIFIES -- SO
      *    db-restore'S "CURRENT" IS ALWAYS A READABLE SET AND THE
      *    GROUP'S gdg.cfg LIMIT DECIDES HOW MANY DAYS ARE KEPT.
       backup-one-file.
           call "CBL_CHECK_FILE_EXIST"
           using function trim(live-name),
                 file-detail
           returning exist-result.

           if exist-result is not equal 0 then
               display "SKIPPED " function trim(live-name)
                   " (NOT PRESENT OR UNREADABLE)"
               exit paragraph
           end-if.

           perform derive-backup-name.

           call "CBL_COPY_FILE"
           if verify-stat is equal "00" or "10" then
               display "BACKED UP " function trim(live-name)
                   " TO " function trim(backup-name)

               if gdg-status is equal 1 then
                   set gdg-records to 0
                   call "gdg-catalog-generation"
                   using by content gdg-dataset,
                   by content gdg-generation,
                   by content gdg-records,
                   by reference gdg-status
               end-if
           else
               display "VERIFY FAILED FOR " function trim(backup-name)
                   " STATUS " verify-stat
           compute base-length =
               function length(function trim(live-name)) - 4.

           set gdg-dataset to spaces.
           move live-name(1:base-length) to gdg-dataset.
           set gdg-ext to "bak".
           set gdg-producer to "db-backup".

           call "gdg-new-generation"
           using by content gdg-dataset,
           by content gdg-ext,
           by content backup-date,
           by content gdg-producer,
           by reference gdg-path,
           by reference gdg-generation,
           by reference gdg-status.

           move gdg-path to backup-name.

           exit paragraph.

      * WRITTEN BY db-backup: THE SHARED-POOL STORES PLUS EVERY
      * tenants.cfg PARTITION'S database/sessions FILES) BACK OVER
      * THE LIVE NAMES. THE DATE COMES FROM THE BACKUP_DATE
      * ENVIRONMENT VARIABLE AND IS REQUIRED -- RESTORING IS
      * DELIBERATE, NEVER A DEFAULT. IT IS EITHER A YYYYMMDD OR A
      * GENERATION OF THE database.dat GROUP: "0" (OR "CURRENT")
      * FOR THE LATEST VERIFIED SET, "-1" FOR THE ONE BEFORE IT,
      * AND SO ON, WHATEVER DAYS THEY FELL ON. THE LISTENER
      * SHOULD BE STOPPED (OR QUIESCED WITH quiesce.ctl) FIRST;
      * AFTER THE RESTORE, RUN db-recover (ONCE PLAIN AND ONCE PER
      * TENANT WITH THE TENANT ENVIRONMENT VARIABLE) TO REPLAY THE
       77 base-length   pic 9(3).
       77 copy-result   pic s9(9) comp.
       77 restored      pic 9(2).
       77 gdg-dataset    pic x(64).
       77 gdg-relative   pic x(8).
       77 gdg-path       pic x(128).
       77 gdg-generation pic 9(5).
       77 gdg-found      pic 9.

       01 restore-set.
           05 restore-name occurs 41 times pic x(64).
           accept backup-date from environment "BACKUP_DATE".

           if backup-date is equal spaces then
               display "BACKUP_DATE (YYYYMMDD OR 0, -1 ...) IS "
                   "REQUIRED"
               move 8 to return-code
               goback
           end-if.

           if backup-date(1:1) is equal "-"
           or backup-date is equal "0"
           or backup-date is equal "CURRENT"
           or backup-date is equal "current" then
               perform resolve-backup-generation
               if gdg-found is equal 0 then
                   display "NO BACKUP GENERATION "
                       function trim(gdg-relative)
                   move 8 to return-code
                   goback
               end-if
           end-if.

           perform build-restore-set.

           set restored to 0.

           goback.

      *    RESOLVE-BACKUP-GENERATION -- A RELATIVE GENERATION OF
      *    THE database.dat GROUP TO THE DATE OF ITS SET.
       resolve-backup-generation.
           move backup-date to gdg-relative.
           set gdg-dataset to "database".
           set gdg-found to 0.

           call "gdg-resolve"
           using by content gdg-dataset,
           by content gdg-relative,
           by reference gdg-path,
           by reference gdg-generation,
           by reference backup-date,
           by reference gdg-found.

           if gdg-found is equal 1 then
               display "BACKUP GENERATION " function trim(gdg-relative)
                   " IS THE SET OF " backup-date
           end-if.

           exit paragraph.

      *    BUILD-RESTORE-SET -- THE SAME NAMES db-backup COPIES.
       build-restore-set.
           set restore-set-size to 9.
