      * SET IS THE FIXED LIST OF EVERYTHING THIS SYSTEM GROWS --
      * DATA STORES, QUEUES, TRAILS AND THE LIVE LOGS; THE DATED
      * access ARCHIVES ROLL THROUGH THE LIVE FILE FIRST, SO THE
      * LIVE FIGURE ALREADY SEES THEIR GROWTH RATE. EACH TENANT
      * IN tenants.cfg ADDS ITS OWN PARTITION'S DATA FILE,
      * JOURNAL, AUDIT TRAIL AND SESSIONS, SO A TENANT IS
      * MEASURED FROM THE DAY IT IS REGISTERED.
      ************************************************************

       environment division.
       77 run-date     pic x(8).

       01 measured-set.
           05 measured-name occurs 90 times pic x(32).
           05 measured-set-size pic 9(2).

       01 tenant-list.
           05 tenant-name occurs 16 times pic x(30).
           05 tenant-list-size pic 9(2).
       77 tenant-idx    pic 9(2).
       77 tenant-folded pic x(30).
       77 partition-stem pic x(16).
       77 partition-ext pic x(4).

       77 m            pic 9(2).
       77 probe-name   pic x(512).
       77 probe-size   pic 9(8).

           perform note-one-name.

           call "list-tenants"
           using by reference tenant-list.

           perform note-one-tenant
               varying tenant-idx from 1 by 1
               until tenant-idx is greater than tenant-list-size.

           exit paragraph.

      *    NOTE-ONE-NAME -- THE FIXED LIST, IN ONE PLACE.

           exit paragraph.

      *    NOTE-ONE-TENANT -- THE PARTITION FILES THAT GROW, BY
      *    THE SAME FOLDED NAME tenant-file-name GIVES THEM.
       note-one-tenant.
           move tenant-name(tenant-idx) to tenant-folded.
           inspect tenant-folded replacing all "/" by "-".
           inspect tenant-folded replacing all "." by "-".

           set partition-stem to "database".
           set partition-ext to "dat".
           perform note-partition-file.

           set partition-stem to "journal".
           set partition-ext to "log".
           perform note-partition-file.

           set partition-stem to "audit".
           perform note-partition-file.

           set partition-stem to "sessions".
           set partition-ext to "dat".
           perform note-partition-file.

           exit paragraph.

       note-partition-file.
           if measured-set-size is not less than 90 then
               exit paragraph
           end-if.

           add 1 to measured-set-size.
           set measured-name(measured-set-size) to spaces.
           string
               function trim(partition-stem) "."
               function trim(tenant-folded) "."
               function trim(partition-ext)
               delimited by size
               into measured-name(measured-set-size)
           end-string.

           exit paragraph.

      *    MEASURE-ONE-FILE -- ONE file_size CALL, ONE HISTORY
      *    LINE; A FILE THAT ISN'T THERE YET MEASURES ZERO.
       measure-one-file.
           05 ln-size-text pic x(10).

       01 trend-table.
           05 trend-entry occurs 90 times.
               10 tr-name       pic x(32).
               10 tr-first-date pic x(8).
               10 tr-first-size pic 9(10).
           end-perform.

           if entry-found is equal 0
           and trend-table-size is less than 90 then
               add 1 to trend-table-size
               move ln-name to tr-name(trend-table-size)
               move ln-date to tr-first-date(trend-table-size)
