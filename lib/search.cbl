      ************************************************************
      * GET /search?table=X&q=WORDS -- db-search'S MATCHES AS AN
      * HTML LIST WITH EDIT LINKS, THE SAME IN-HANDLER RENDERING
      * AND LOGGED-IN GATE AS http-maintain-browse, AND THE SAME
      * fieldperms.cfg MASKING OF HIDDEN FIELDS.
      ************************************************************

       data division.
       77 dept-name    pic x(16).
       77 dept-found   pic 9.
       77 row-allowed  pic 9.
       77 user-name    pic x(64).
       77 user-role    pic x(16).
       77 session-found pic 9.
       77 hidden-count pic 9(2).
       01 match-rows.
           05 match-row occurs 50 times.
               10 match-row-key   pic x(50).
               exit program
           end-if.

      *    THE SIGNED-IN ROLE, FOR THE FIELDS IT MAY NOT SEE.
           set user-role to spaces.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set search-table to spaces.
           set query-text to spaces.

               end-if

               if row-allowed is equal 1 then
                   call "field-mask-row"
                   using by content search-table,
                   by content user-role,
                   by reference match-row-value(r),
                   by reference hidden-count

                   string
                       "<li><a href=" X"22"
                       "/maintain/edit?table="
