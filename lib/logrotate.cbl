      * WITH ROTATE_DATE (YYYYMMDD); RETENTION DEFAULTS TO 30 DAYS
      * AND CAN BE SET WITH LOG_RETENTION_DAYS -- THE SAME
      * ACCEPT-FROM-ENVIRONMENT CONVENTION AS define_http's
      * HTTP_ADDRESS. AN ARCHIVE DATED INSIDE THE PERIOD OF AN
      * ACTIVE LEGAL HOLD (legal-hold-dated) IS NOT PURGED; A WARN
      * LINE NAMES IT AND THE MATTER.
      ************************************************************

       data division.
           05 tenant-list-size pic 9(2).
       77 tenant-idx       pic 9(2).
       77 tenant-folded    pic x(30).
       77 exist-result     pic s9(9) comp.
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
       77 hold-date        pic x(8).
       77 hold-held        pic 9.
       77 hold-matter      pic x(32).
       77 log-level        pic x(5).
       77 log-source       pic x(32) value "log-rotate".
       77 log-text         pic x(256).

       procedure division.

                   into archive-name
               end-string

               perform purge-one-archive
           end-perform.

           exit paragraph.

      *    PURGE-ONE-ARCHIVE -- archive-name GOES UNLESS IT IS ON
      *    DISK AND A LEGAL HOLD COVERS ITS DATE.
       purge-one-archive.
           call "CBL_CHECK_FILE_EXIST"
           using function trim(archive-name),
                 file-detail
           returning exist-result.

           if exist-result is not equal 0 then
               exit paragraph
           end-if.

           move purge-date to hold-date.
           set hold-held to 0.
           set hold-matter to spaces.

           call "legal-hold-dated"
           using by content hold-date,
           by reference hold-held,
           by reference hold-matter.

           if hold-held is equal 1 then
               move "WARN" to log-level
               set log-text to spaces
               string
                   "ARCHIVE KEPT " delimited by size
                   function trim(archive-name) delimited by size
                   " LEGAL HOLD " delimited by size
                   function trim(hold-matter) delimited by size
                   into log-text
               end-string

               call "log-message"
               using by content log-level,
               by content log-source,
               by content log-text

               exit paragraph
           end-if.

           call "CBL_DELETE_FILE"
           using function trim(archive-name)
           returning delete-result.

           exit paragraph.

       end program log-rotate.
