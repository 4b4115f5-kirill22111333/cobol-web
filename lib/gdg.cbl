       identification division.
       program-id. gdg-new-generation.

      ************************************************************
      * GENERATION DATA GROUPS FOR THE DATED BATCH OUTPUTS -- EVERY
      * PRODUCER USED TO INVENT ITS OWN DATED NAME
      * (traffic.YYYYMMDD.rpt, delivery.<name>.<date>.csv,
      * archive.<table>.YYYYMMDD.dat, THE .bak COPIES, THE .rej
      * EXCEPTION FILES), KEEP THEM FOREVER OR NOT AT ALL, AND
      * LEAVE EVERY CONSUMER TO WORK OUT "YESTERDAY" FOR ITSELF --
      * WHICH BROKE OVER EVERY WEEKEND AND EVERY MISSED RUN. A
      * DATASET (THE NAME BEFORE THE DATE: "traffic",
      * "archive.orders") IS NOW A GENERATION GROUP CATALOGED IN
      * "gdgcat.dat", ONE ENTRY PER GENERATION (ABSOLUTE NUMBER,
      * FILE NAME, PRODUCER, BUSINESS DATE, SIZE, RECORD COUNT):
      *
      *   gdg-new-generation     A PRODUCER ASKS FOR THE NEXT
      *                          GENERATION'S FILE NAME
      *   gdg-catalog-generation ...AND CATALOGS IT ONCE WRITTEN;
      *                          GENERATIONS BEYOND THE GROUP'S
      *                          LIMIT ROLL OFF THEN
      *   gdg-resolve            A CONSUMER ASKS FOR "0" (CURRENT),
      *                          "-1", "-2" ... WITHOUT KNOWING
      *                          A DATE
      *
      * THE FILE NAME STAYS WHAT OPERATORS KNOW --
      * "<dataset>.<YYYYMMDD>.<ext>" -- SO A RERUN ON THE SAME
      * BUSINESS DATE WRITES THE SAME FILE AND IS THE SAME
      * GENERATION, REPLACED, AS A RERUN REPLACES ITS OWN ENTRY IN
      * THE REPORT CATALOG. A GENERATION STAYS "PENDING" FROM THE
      * NAME BEING HANDED OUT UNTIL IT IS CATALOGED "ACTIVE";
      * CONSUMERS ONLY EVER SEE ACTIVE GENERATIONS, SO A HALF-
      * WRITTEN FILE FROM A FAILED RUN IS NEVER "CURRENT".
      *
      * THE LIMITS ARE IN gdg.cfg, ONE "<dataset> <limit>" A LINE;
      * A DATASET ENDING "*" COVERS EVERY DATASET IT BEGINS (THE
      * FIRST MATCHING LINE WINS), "#" LINES ARE COMMENTS. A
      * DATASET NOT COVERED TAKES GDG_DEFAULT_LIMIT; UNSET OR 0
      * KEEPS EVERY GENERATION, THE HISTORICAL BEHAVIOR.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select gdg-catalog assign to "gdgcat.dat"
           organization is indexed
           access mode is dynamic
           record key is gk-key
           file status is catalog-stat.

       data division.

       file section.
       fd gdg-catalog.
       01 gdg-record.
           05 gk-key.
               10 gk-dataset    pic x(64).
               10 gk-generation pic 9(5).
           05 gk-status   pic x(8).
           05 gk-date     pic x(8).
           05 gk-ext      pic x(4).
           05 gk-path     pic x(128).
           05 gk-producer pic x(30).
           05 gk-size     pic 9(12).
           05 gk-records  pic 9(9).
           05 gk-stamp    pic x(29).

       working-storage section.
       77 catalog-stat  pic xx.
       77 walk-done     pic 9.
       77 last-generation pic 9(5).
       77 last-date     pic x(8).
       77 made-stamp    pic x(29).
       77 stamp-days    pic 9(4) value 0.

       linkage section.
       01 dataset-name  pic x(64).
       01 file-ext      pic x(4).
       01 business-day  pic x(8).
       01 producer-name pic x(30).
       01 gen-path      pic x(128).
       01 generation    pic 9(5).
       01 status-func   pic 9.

       procedure division using dataset-name, file-ext,
                           business-day, producer-name, gen-path,
                           generation, status-func.

           set status-func to 0.
           set generation to 0.

           set gen-path to spaces.
           string
               function trim(dataset-name) delimited by size
               "." delimited by size
               business-day delimited by size
               "." delimited by size
               function trim(file-ext) delimited by size
               into gen-path
           end-string.

           if dataset-name is equal spaces then
               exit program
           end-if.

           call "date-utc"
           using by reference made-stamp,
           by content stamp-days.

           open i-o gdg-catalog.

           if catalog-stat is equal "35" then
               open output gdg-catalog
               close gdg-catalog
               open i-o gdg-catalog
           end-if.

           if catalog-stat is not equal "00" then
               exit program
           end-if.

      *    THE GROUP'S NEWEST GENERATION, WHATEVER ITS STATUS.
           set last-generation to 0.
           set last-date to spaces.

           move dataset-name to gk-dataset.
           move 0 to gk-generation.

           start gdg-catalog key is greater than or equal gk-key
               invalid key
                   continue
           end-start.

           set walk-done to 0.

           if catalog-stat is not equal "00" then
               set walk-done to 1
           end-if.

           perform find-newest until walk-done is equal 1.

      *    THE SAME BUSINESS DATE AGAIN IS A RERUN OF THAT
      *    GENERATION; ANY OTHER DATE IS THE NEXT ONE.
           if last-generation is greater than 0
           and last-date is equal business-day then
               move dataset-name to gk-dataset
               move last-generation to gk-generation

               read gdg-catalog
                   key is gk-key
                   invalid key
                       close gdg-catalog
                       exit program
               end-read

               perform fill-pending-entry

               rewrite gdg-record
                   invalid key
                       close gdg-catalog
                       exit program
               end-rewrite
           else
               if last-generation is equal 99999 then
                   close gdg-catalog
                   exit program
               end-if

               move spaces to gdg-record
               move dataset-name to gk-dataset
               compute gk-generation = last-generation + 1

               perform fill-pending-entry

               write gdg-record
                   invalid key
                       close gdg-catalog
                       exit program
               end-write
           end-if.

           move gk-generation to generation.
           set status-func to 1.

           close gdg-catalog.

           exit program.

       find-newest.
           read gdg-catalog next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if gk-dataset is not equal dataset-name then
               set walk-done to 1
               exit paragraph
           end-if.

           move gk-generation to last-generation.
           move gk-date to last-date.

           exit paragraph.

       fill-pending-entry.
           set gk-status to "PENDING".
           move business-day to gk-date.
           move file-ext to gk-ext.
           move gen-path to gk-path.
           move producer-name to gk-producer.
           set gk-size to 0.
           set gk-records to 0.
           move made-stamp to gk-stamp.

           exit paragraph.

       end program gdg-new-generation.

      *****************************************

       identification division.
       program-id. gdg-catalog-generation.

      ************************************************************
      * CATALOGS A WRITTEN GENERATION: ITS SIZE IS TAKEN FROM THE
      * FILE, ITS RECORD COUNT FROM THE PRODUCER -- EXCEPT THAT A
      * TEXT OUTPUT (.rpt .csv .rej .log .txt, AND THE LINE-
      * SEQUENTIAL .dat ARCHIVES) IS COUNTED HERE LINE BY LINE,
      * SO EVERY REPORT, EXTRACT AND ARCHIVE CARRIES A TRUE COUNT
      * -- AN ARCHIVE EXTENDED BY A SECOND RUN THE SAME DAY
      * INCLUDED -- WITHOUT ITS PRODUCER KEEPING ONE. THE GENERATION
      * BECOMES ACTIVE, AND THE GROUP'S LIMIT IS APPLIED: COUNTING
      * BACK FROM THE NEWEST, ONCE "limit" ACTIVE GENERATIONS ARE
      * KEPT EVERY OLDER ONE ROLLS OFF -- FILE AND CATALOG ENTRY
      * BOTH, A LEFTOVER PENDING ENTRY INCLUDED. status-func 0
      * WHEN THE GENERATION IS NOT CATALOGED OR ITS FILE IS NOT
      * THERE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select gdg-catalog assign to "gdgcat.dat"
           organization is indexed
           access mode is dynamic
           record key is gk-key
           file status is catalog-stat.

           select gdg-config assign to "gdg.cfg"
           organization is line sequential
           file status is config-stat.

           select text-file assign to dynamic text-path
           organization is line sequential
           file status is text-stat.

       data division.

       file section.
       fd gdg-catalog.
       01 gdg-record.
           05 gk-key.
               10 gk-dataset    pic x(64).
               10 gk-generation pic 9(5).
           05 gk-status   pic x(8).
           05 gk-date     pic x(8).
           05 gk-ext      pic x(4).
           05 gk-path     pic x(128).
           05 gk-producer pic x(30).
           05 gk-size     pic 9(12).
           05 gk-records  pic 9(9).
           05 gk-stamp    pic x(29).

       fd gdg-config.
       01 config-record pic x(128).

       fd text-file.
       01 text-record pic x(256).

       working-storage section.
       77 catalog-stat  pic xx.
       77 config-stat   pic xx.
       77 text-stat     pic xx.
       77 text-path     pic x(128).
       77 walk-done     pic 9.
       77 line-count    pic 9(9).
       77 exist-result  pic s9(9) comp.
       77 delete-result pic s9(9) comp.
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

      *    THE GROUP'S LIMIT.
       77 config-eof    pic 9.
       77 limit-found   pic 9.
       77 group-limit   pic 9(5).
       77 cfg-dataset   pic x(64).
       77 cfg-limit-text pic x(8).
       77 limit-text    pic x(8).
       77 prefix-length pic 9(3).

      *    THE GROUP'S GENERATIONS, OLDEST FIRST, FOR THE ROLL-OFF.
       01 group-list.
           05 group-entry occurs 500 times.
               10 ge-generation pic 9(5).
               10 ge-status     pic x(8).
               10 ge-path       pic x(128).
           05 group-list-size pic 9(3).
       77 g             pic 9(3).
       77 active-kept   pic 9(5).
       77 rolled-count  pic 9(5).
       77 count-edit    pic z(4)9.

       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       linkage section.
       01 dataset-name  pic x(64).
       01 generation    pic 9(5).
       01 record-count  pic 9(9).
       01 status-func   pic 9.

       procedure division using dataset-name, generation,
                           record-count, status-func.

           set status-func to 0.

           open i-o gdg-catalog.

           if catalog-stat is not equal "00" then
               exit program
           end-if.

           move dataset-name to gk-dataset.
           move generation to gk-generation.

           read gdg-catalog
               key is gk-key
               invalid key
                   close gdg-catalog
                   exit program
           end-read.

           call "CBL_CHECK_FILE_EXIST"
           using function trim(gk-path),
                 file-detail
           returning exist-result.

           if exist-result is not equal 0 then
               close gdg-catalog
               exit program
           end-if.

           move fd-size to gk-size.
           move record-count to gk-records.

           evaluate gk-ext
               when "rpt"
               when "csv"
               when "rej"
               when "log"
               when "txt"
               when "dat"
                   perform count-text-lines
                   move line-count to gk-records
           end-evaluate.

           set gk-status to "ACTIVE".

           rewrite gdg-record
               invalid key
                   close gdg-catalog
                   exit program
           end-rewrite.

           set status-func to 1.

           perform find-group-limit.

           if group-limit is greater than 0 then
               perform roll-off-generations
           end-if.

           close gdg-catalog.

           exit program.

      *    COUNT-TEXT-LINES -- THE OUTPUT'S LINES, READ ONCE.
       count-text-lines.
           set line-count to 0.
           move gk-path to text-path.

           open input text-file.

           if text-stat is not equal "00" then
               exit paragraph
           end-if.

           set walk-done to 0.
           perform count-one-line until walk-done is equal 1.

           close text-file.

           exit paragraph.

       count-one-line.
           read text-file
               at end
                   set walk-done to 1
               not at end
                   add 1 to line-count
           end-read.

           exit paragraph.

      *    FIND-GROUP-LIMIT -- THE FIRST gdg.cfg LINE THAT NAMES
      *    THE DATASET OR A "*" PREFIX OF IT, ELSE
      *    GDG_DEFAULT_LIMIT.
       find-group-limit.
           set group-limit to 0.
           set limit-found to 0.

           open input gdg-config.

           if config-stat is equal "00" then
               set config-eof to 0
               perform match-one-limit
                   until config-eof is equal 1
                   or limit-found is equal 1
               close gdg-config
           end-if.

           if limit-found is equal 1 then
               exit paragraph
           end-if.

           set limit-text to spaces.
           accept limit-text from environment "GDG_DEFAULT_LIMIT".

           if limit-text is not equal spaces then
               move function trim(limit-text) to group-limit
           end-if.

           exit paragraph.

       match-one-limit.
           read gdg-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record is equal spaces
           or config-record(1:1) is equal "#" then
               exit paragraph
           end-if.

           set cfg-dataset to spaces.
           set cfg-limit-text to spaces.

           unstring config-record delimited by all X"20"
               into cfg-dataset, cfg-limit-text
           end-unstring.

           if cfg-limit-text is equal spaces then
               exit paragraph
           end-if.

           set prefix-length to 0.
           inspect cfg-dataset tallying prefix-length
               for characters before initial "*".

           evaluate true
               when cfg-dataset is equal dataset-name
                   set limit-found to 1
               when prefix-length is less than 64
               and prefix-length is equal 0
                   set limit-found to 1
               when prefix-length is less than 64
               and cfg-dataset(1:prefix-length) is equal
                   dataset-name(1:prefix-length)
                   set limit-found to 1
           end-evaluate.

           if limit-found is equal 1 then
               move function trim(cfg-limit-text) to group-limit
           end-if.

           exit paragraph.

      *    ROLL-OFF-GENERATIONS -- THE GROUP OLDEST FIRST INTO
      *    MEMORY, THEN FROM THE NEWEST BACK: KEEP group-limit
      *    ACTIVE GENERATIONS, ROLL OFF EVERYTHING OLDER.
       roll-off-generations.
           set group-list-size to 0.

           move dataset-name to gk-dataset.
           move 0 to gk-generation.

           start gdg-catalog key is greater than or equal gk-key
               invalid key
                   exit paragraph
           end-start.

           set walk-done to 0.
           perform load-one-generation until walk-done is equal 1.

           set active-kept to 0.
           set rolled-count to 0.

           perform judge-one-generation
               varying g from group-list-size by -1
               until g is less than 1.

           if rolled-count is equal 0 then
               exit paragraph
           end-if.

           move rolled-count to count-edit.
           move "INFO" to log-level.
           move "gdg-catalog" to log-source.
           set log-text to spaces.
           string
               function trim(count-edit) delimited by size
               " GENERATION(S) OF " delimited by size
               function trim(dataset-name) delimited by size
               " ROLLED OFF (LIMIT " delimited by size
               group-limit delimited by size
               ")" delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       load-one-generation.
           read gdg-catalog next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if gk-dataset is not equal dataset-name
           or group-list-size is equal 500 then
               set walk-done to 1
               exit paragraph
           end-if.

           add 1 to group-list-size.
           move gk-generation to ge-generation(group-list-size).
           move gk-status to ge-status(group-list-size).
           move gk-path to ge-path(group-list-size).

           exit paragraph.

      *    JUDGE-ONE-GENERATION -- KEPT WHILE THE GROUP IS SHORT
      *    OF ITS LIMIT; A PENDING ENTRY NEWER THAN THE KEPT ONES
      *    (A RUN IN PROGRESS) IS LEFT ALONE.
       judge-one-generation.
           if active-kept is less than group-limit then
               if ge-status(g) is equal "ACTIVE" then
                   add 1 to active-kept
               end-if
               exit paragraph
           end-if.

           call "CBL_DELETE_FILE"
           using function trim(ge-path(g))
           returning delete-result.

           move dataset-name to gk-dataset.
           move ge-generation(g) to gk-generation.

           read gdg-catalog
               key is gk-key
               invalid key
                   exit paragraph
           end-read.

           delete gdg-catalog record
               invalid key
                   continue
           end-delete.

           add 1 to rolled-count.

           exit paragraph.

       end program gdg-catalog-generation.

      *****************************************

       identification division.
       program-id. gdg-resolve.

      ************************************************************
      * A CONSUMER'S QUESTION -- "THE CURRENT traffic REPORT", "THE
      * archive.orders GENERATION BEFORE LAST" -- ANSWERED FROM THE
      * CATALOG. relative-gen IS "0" OR "CURRENT" (BLANK MEANS THE
      * SAME) FOR THE NEWEST ACTIVE GENERATION, "-1" FOR THE ONE
      * BEFORE IT, AND SO ON; PENDING GENERATIONS ARE NEVER
      * COUNTED. found 1 WITH THE GENERATION'S FILE NAME, ABSOLUTE
      * NUMBER AND BUSINESS DATE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select gdg-catalog assign to "gdgcat.dat"
           organization is indexed
           access mode is dynamic
           record key is gk-key
           file status is catalog-stat.

       data division.

       file section.
       fd gdg-catalog.
       01 gdg-record.
           05 gk-key.
               10 gk-dataset    pic x(64).
               10 gk-generation pic 9(5).
           05 gk-status   pic x(8).
           05 gk-date     pic x(8).
           05 gk-ext      pic x(4).
           05 gk-path     pic x(128).
           05 gk-producer pic x(30).
           05 gk-size     pic 9(12).
           05 gk-records  pic 9(9).
           05 gk-stamp    pic x(29).

       working-storage section.
       77 catalog-stat  pic xx.
       77 walk-done     pic 9.
       77 back-text     pic x(8).
       77 back-length   pic 9.
       77 back-count    pic 9(5).

       77 active-count  pic 9(5).
       77 active-seen   pic 9(5).
       77 pick          pic s9(6).

       linkage section.
       01 dataset-name  pic x(64).
       01 relative-gen      pic x(8).
       01 gen-path      pic x(128).
       01 generation    pic 9(5).
       01 business-day  pic x(8).
       01 found         pic 9.

       procedure division using dataset-name, relative-gen, gen-path,
                           generation, business-day, found.

           set found to 0.
           set gen-path to spaces.
           set generation to 0.
           set business-day to spaces.

           set back-count to 0.

           evaluate true
               when relative-gen is equal spaces
               when relative-gen is equal "0"
               when relative-gen is equal "CURRENT"
               when relative-gen is equal "current"
                   continue
               when relative-gen(1:1) is equal "-"
                   move relative-gen(2:7) to back-text
                   set back-length to 0
                   inspect back-text tallying back-length
                       for characters before initial space
                   if back-length is equal 0
                   or back-text(1:back-length) is not numeric then
                       exit program
                   end-if
                   move back-text(1:back-length) to back-count
               when other
                   exit program
           end-evaluate.

           open input gdg-catalog.

           if catalog-stat is not equal "00" then
               exit program
           end-if.

      *    TWO PASSES OVER THE GROUP: HOW MANY ACTIVE
      *    GENERATIONS THERE ARE, THEN THE ONE WANTED.
           set active-count to 0.
           set pick to 0.
           perform walk-group.

           compute pick = active-count - back-count.

           if pick is less than 1 then
               close gdg-catalog
               exit program
           end-if.

           set active-seen to 0.
           perform walk-group.

           close gdg-catalog.

           exit program.

      *    WALK-GROUP -- THE DATASET'S ENTRIES IN GENERATION
      *    ORDER, STOPPING AT THE PICKED ONE WHEN THERE IS ONE.
       walk-group.
           move dataset-name to gk-dataset.
           move 0 to gk-generation.

           start gdg-catalog key is greater than or equal gk-key
               invalid key
                   continue
           end-start.

           set walk-done to 0.

           if catalog-stat is not equal "00" then
               set walk-done to 1
           end-if.

           perform take-one-entry until walk-done is equal 1.

           exit paragraph.

       take-one-entry.
           read gdg-catalog next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if gk-dataset is not equal dataset-name then
               set walk-done to 1
               exit paragraph
           end-if.

           if gk-status is not equal "ACTIVE" then
               exit paragraph
           end-if.

           if pick is equal 0 then
               add 1 to active-count
               exit paragraph
           end-if.

           add 1 to active-seen.

           if active-seen is equal pick then
               move gk-path to gen-path
               move gk-generation to generation
               move gk-date to business-day
               set found to 1
               set walk-done to 1
           end-if.

           exit paragraph.

       end program gdg-resolve.

      *****************************************

       identification division.
       program-id. gdg-list.

      ************************************************************
      * THE GENERATION CATALOG AT THE CONSOLE -- EVERY GROUP, OR
      * ONLY GDG_DATASET'S, ONE LINE PER GENERATION: ABSOLUTE
      * NUMBER, STATUS, BUSINESS DATE, SIZE IN BYTES, RECORD
      * COUNT, PRODUCER AND FILE NAME. WITH GDG_RESOLVE SET
      * ("0", "-1" ...) IT PRINTS ONLY THAT GENERATION'S FILE
      * NAME, FOR A SHELL STEP THAT WANTS "YESTERDAY'S EXTRACT";
      * NOTHING BY THAT NUMBER FINISHES NONZERO.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select gdg-catalog assign to "gdgcat.dat"
           organization is indexed
           access mode is sequential
           record key is gk-key
           file status is catalog-stat.

       data division.

       file section.
       fd gdg-catalog.
       01 gdg-record.
           05 gk-key.
               10 gk-dataset    pic x(64).
               10 gk-generation pic 9(5).
           05 gk-status   pic x(8).
           05 gk-date     pic x(8).
           05 gk-ext      pic x(4).
           05 gk-path     pic x(128).
           05 gk-producer pic x(30).
           05 gk-size     pic 9(12).
           05 gk-records  pic 9(9).
           05 gk-stamp    pic x(29).

       working-storage section.
       77 catalog-stat  pic xx.
       77 walk-done     pic 9.
       77 want-dataset  pic x(64).
       77 want-relative pic x(8).
       77 last-dataset  pic x(64).
       77 shown-count   pic 9(7).
       77 gen-path      pic x(128).
       77 generation    pic 9(5).
       77 business-day  pic x(8).
       77 gen-found     pic 9.
       77 size-edit     pic z(11)9.
       77 records-edit  pic z(8)9.
       77 count-edit    pic z(6)9.

       procedure division.

           set want-dataset to spaces.
           accept want-dataset from environment "GDG_DATASET".

           set want-relative to spaces.
           accept want-relative from environment "GDG_RESOLVE".

           if want-relative is not equal spaces then
               perform resolve-one
               goback
           end-if.

           open input gdg-catalog.

           if catalog-stat is not equal "00" then
               display "NO GENERATION CATALOG ON FILE"
               move 0 to return-code
               goback
           end-if.

           set last-dataset to spaces.
           set shown-count to 0.
           set walk-done to 0.

           perform list-one-generation until walk-done is equal 1.

           close gdg-catalog.

           move shown-count to count-edit.
           display function trim(count-edit) " GENERATION(S) LISTED".

           move 0 to return-code.

           goback.

      *    RESOLVE-ONE -- GDG_DATASET'S RELATIVE GENERATION.
       resolve-one.
           set gen-found to 0.

           call "gdg-resolve"
           using by content want-dataset,
           by content want-relative,
           by reference gen-path,
           by reference generation,
           by reference business-day,
           by reference gen-found.

           if gen-found is equal 1 then
               display function trim(gen-path)
               move 0 to return-code
           else
               display "NO GENERATION " function trim(want-relative)
                   " OF " function trim(want-dataset)
               move 8 to return-code
           end-if.

           exit paragraph.

       list-one-generation.
           read gdg-catalog next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if want-dataset is not equal spaces
           and gk-dataset is not equal want-dataset then
               exit paragraph
           end-if.

           if gk-dataset is not equal last-dataset then
               display " "
               display "GROUP " function trim(gk-dataset)
               move gk-dataset to last-dataset
           end-if.

           add 1 to shown-count.
           move gk-size to size-edit.
           move gk-records to records-edit.

           display "  G" gk-generation " " gk-status " " gk-date
               " " size-edit " " records-edit " "
               function trim(gk-producer) " "
               function trim(gk-path).

           exit paragraph.

       end program gdg-list.

      *****************************************

       identification division.
       program-id. http-generation-list.

      ************************************************************
      * GET /reports/generations[?dataset=NAME] -- THE GENERATION
      * CATALOG IN THE BROWSER, GROUP BY GROUP, NEWEST GENERATION
      * LAST: NUMBER, STATUS, BUSINESS DATE, SIZE, RECORD COUNT,
      * PRODUCER AND FILE NAME. THE SAME maintain-check-user GATE
      * AS THE REPORT CATALOG.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select gdg-catalog assign to "gdgcat.dat"
           organization is indexed
           access mode is sequential
           record key is gk-key
           file status is catalog-stat.

       data division.

       file section.
       fd gdg-catalog.
       01 gdg-record.
           05 gk-key.
               10 gk-dataset    pic x(64).
               10 gk-generation pic 9(5).
           05 gk-status   pic x(8).
           05 gk-date     pic x(8).
           05 gk-ext      pic x(4).
           05 gk-path     pic x(128).
           05 gk-producer pic x(30).
           05 gk-size     pic 9(12).
           05 gk-records  pic 9(9).
           05 gk-stamp    pic x(29).

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

       77 catalog-stat pic xx.
       77 user-ok      pic 9.
       77 want-dataset pic x(64).
       77 last-dataset pic x(64).
       77 scan-eof     pic 9.
       77 shown-count  pic 9(5).
       77 q            pic 9(3).
       77 out-pointer  pic 9(5).
       77 size-edit    pic z(11)9.
       77 records-edit pic z(8)9.

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

           set want-dataset to spaces.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-param
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Generation catalog</h1>" X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           set shown-count to 0.
           set last-dataset to spaces.

           open input gdg-catalog.

           if catalog-stat is equal "00" then
               set scan-eof to 0
               perform list-one-generation until scan-eof is equal 1
               close gdg-catalog
           end-if.

           if shown-count is equal 0 then
               string
                   "<p>No generations on file</p>" X"0A"
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

           string
               "<p><a href=" X"22" "/reports" X"22"
               ">Report catalog</a></p></body></html>" X"0A"
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

       take-one-param.
           if get-name(q) is equal "dataset" then
               move get-value(q)(1:64) to want-dataset
           end-if.

           exit paragraph.

      *    LIST-ONE-GENERATION -- A GROUP HEADING AND TABLE AT
      *    EACH NEW DATASET, THEN THE GENERATION'S ROW.
       list-one-generation.
           read gdg-catalog next record
               at end
                   set scan-eof to 1
                   exit paragraph
           end-read.

           if want-dataset is not equal spaces
           and gk-dataset is not equal want-dataset then
               exit paragraph
           end-if.

           if gk-dataset is not equal last-dataset then
               if shown-count is greater than 0 then
                   string
                       "</table>" X"0A"
                       into string-data
                       with pointer out-pointer
                       on overflow
                           continue
                   end-string
               end-if

               string
                   "<h2>" function trim(gk-dataset) "</h2>"
                   "<table><tr><th>Gen</th><th>Status</th>"
                   "<th>Date</th><th>Bytes</th><th>Records</th>"
                   "<th>Producer</th><th>File</th></tr>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string

               move gk-dataset to last-dataset
           end-if.

           add 1 to shown-count.
           move gk-size to size-edit.
           move gk-records to records-edit.

           string
               "<tr><td>" gk-generation "</td><td>"
               function trim(gk-status) "</td><td>" gk-date
               "</td><td>" function trim(size-edit)
               "</td><td>" function trim(records-edit)
               "</td><td>" function trim(gk-producer)
               "</td><td>" function trim(gk-path)
               "</td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       end program http-generation-list.
