       77 next-value  pic 9(11).
       77 seq-status  pic 9.
       77 seq-name    pic x(30).
       77 read-only-on pic 9.
       77 read-only-reason pic x(128).

       linkage section.
       01 queue-type    pic x(30).
           set status-func to 0.
           set queued-id to spaces.

      *    NO NEW WORK IS QUEUED WHILE THE SITE IS READ-ONLY
      *    (lib/readonly.cbl).
           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 1 then
               exit program
           end-if.

           set seq-name to "jobs".
           set seq-status to 0.

       77 work-payload pic x(512).
       77 work-result  pic x(256).
       77 work-type    pic x(30).
       77 origin-kind  pic x(4) value "JOB".
       77 origin-id    pic x(64).
       77 origin-ref   pic x(64).
       77 origin-line  pic 9(7) value 0.
       77 log-level    pic x(5).
       77 log-source   pic x(32).
       77 log-text     pic x(256).

      *    THE JOB PROGRAM RUNNING, FOR THE TABLE ACCESS STATISTICS
      *    (lib/tablestats.cbl).
       01 db-access-caller pic x(40) external.

       procedure division.

           set tries-text to spaces.
           set job-ok to 0.
           set work-result to spaces.

           move work-type to db-access-caller.

      *    EVERY ROW THE JOB WRITES CARRIES ITS jobs.dat ID
      *    (lib/provenance.cbl).
           move picked-id to origin-id.
           move work-type to origin-ref.
           call "db-origin-set"
           using by content origin-kind,
           by content origin-id,
           by content origin-ref,
           by content origin-line.

           call work-type
           using by content work-payload,
           by reference work-result,
               move "JOB PROGRAM NOT CALLABLE" to work-result
           end-call.

           move spaces to db-access-caller.
           call "db-origin-clear".

           open i-o job-file.

           if job-stat is not equal "00" then
