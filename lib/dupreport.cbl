       77 database-file-name pic x(64).
       77 report-path   pic x(64).
       77 catalog-producer pic x(30).
       77 work-type     pic x(12).
       77 work-path     pic x(256).
       77 report-date   pic x(8).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).
           by content report-date,
           by content catalog-producer.

      *    A RUN THAT FOUND DUPLICATES PUTS ITS LISTING ON THE
      *    CLERKS' /work INBOX.
           if dup-groups is greater than 0 then
               set work-type to "DUPLICATES"
               move report-path to work-path
               call "work-file-add"
               using by content work-type,
               by content work-path,
               by content dup-groups,
               by content report-date,
               by content catalog-producer
           end-if.

           goback.

      *    RESOLVE-REPORT-DATE -- REPORT_DATE (YYYYMMDD) FROM THE
