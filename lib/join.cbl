       77 child-count   pic 9(3).
       77 field-text    pic x(64).

      *    THE ACCESS STATISTICS' FILTER FIELD (lib/tablestats.cbl),
      *    SET FOR THE LENGTH OF A FILTERED WALK.
       01 db-access-filter pic x(30) external.
       77 outer-filter    pic x(30).
       77 access-kind     pic x.
       77 access-calls    pic 9(9).
       77 access-pages    pic 9(9).
       77 access-examined pic 9(9).
       77 access-returned pic 9(9).

       linkage section.
       01 parent-table pic x(30).
       01 parent-key   pic x(50).
           set resume-key to spaces.
           set page-done to 0.

           move db-access-filter to outer-filter.
           move link-field to db-access-filter.

           perform scan-one-page until page-done is equal 1
               or child-count is equal 50.

      *    THE PAGES WERE COUNTED AS EXAMINED BY db-query; THE
      *    CHILDREN KEPT ARE THE ROWS THIS WALK RETURNED.
           move "S" to access-kind.
           set access-calls to 0.
           set access-pages to 0.
           set access-examined to 0.
           move child-count to access-returned.

           call "db-access-note"
           using by content child-table,
           by content access-kind,
           by content access-calls,
           by content access-pages,
           by content access-examined,
           by content access-returned.

           move outer-filter to db-access-filter.

           exit paragraph.

      *    SCAN-ONE-PAGE -- ONE db-query PAGE OF THE CHILD TABLE.
