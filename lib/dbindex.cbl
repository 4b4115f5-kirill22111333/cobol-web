       77 tenant-ext  pic x(4).
       77 rows-found    pic 9(3).
       77 walk-done     pic 9.
       77 entries-walked pic 9(9).
       77 access-kind     pic x.
       77 access-calls    pic 9(9).
       77 access-pages    pic 9(9).
       77 access-returned pic 9(9).

       linkage section.
       01 db-table     pic x(30).
           end-start.

           set walk-done to 0.
           set entries-walked to 0.

           if index-stat is not equal "00" then
               set walk-done to 1
               set status-func to 1
           end-if.

      *    ONE INDEX LOOKUP FOR THE ACCESS STATISTICS
      *    (lib/tablestats.cbl).
           move "I" to access-kind.
           set access-calls to 1.
           set access-pages to 0.
           move rows-found to access-returned.

           call "db-access-note"
           using by content db-table,
           by content access-kind,
           by content access-calls,
           by content access-pages,
           by content entries-walked,
           by content access-returned.

           exit program.

      *    WALK-INDEX-ENTRIES -- ONE STEP OF THE INDEX WALK: STOPS
                   or ix-value is not equal search-value then
                       set walk-done to 1
                   else
                       add 1 to entries-walked
                       perform fetch-indexed-row
                   end-if
           end-read.
