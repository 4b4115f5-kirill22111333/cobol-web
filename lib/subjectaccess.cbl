      * "subject-erasure") AND DE-INDEXED LIKE ANY OTHER DELETE,
      * SO COMPLETION CAN BE PROVEN FROM THE TRAIL ITSELF -- AND
      * STILL WRITES THE REPORT AS THE RECORD OF WHAT WENT.
      * EACH MATCHED ROW'S DOCUMENT ATTACHMENTS ARE LISTED IN THE
      * REPORT, AND AN ERASED ROW'S ATTACHMENT FILES AND RECORDS
      * ARE ERASED WITH IT (attachment-follow).
      ************************************************************

       environment division.
       01 email-fields.
           05 email-field occurs 20 times.
               10 ef-table  pic x(30).
               10 ef-name   pic x(30).
               10 ef-offset pic 9(4).
               10 ef-length pic 9(4).
           05 email-field-size pic 9(2).
       77 delete-status pic 9.
       77 erased-count  pic 9(3).
       77 erase-source  pic x(32).
       77 held-count    pic 9(3).
       77 hold-held     pic 9.
       77 hold-matter   pic x(32).
       77 log-level     pic x(5).
       77 log-text      pic x(256).
       77 count-edit    pic z(5)9.
       01 attach-list.
           05 attach-entry occurs 20 times.
               10 al-id       pic x(10).
               10 al-original pic x(128).
               10 al-type     pic x(64).
               10 al-size     pic 9(9).
               10 al-user     pic x(64).
               10 al-stamp    pic x(29).
               10 al-status   pic x(10).
           05 attach-list-size pic 9(2).
       77 ax            pic 9(2).
       77 size-edit     pic z(8)9.
       77 follow-action pic x(8) value "ERASE".
       77 follow-count  pic 9(5).
       77 attachments-erased pic 9(5).

      *    THE ACCESS STATISTICS' FILTER FIELD (lib/tablestats.cbl),
      *    SET FOR THE LENGTH OF A FILTERED WALK.
       01 db-access-filter pic x(30) external.
       77 outer-filter    pic x(30).
       77 access-kind     pic x.
       77 access-calls    pic 9(9).
       77 access-pages    pic 9(9).
       77 access-examined pic 9(9).
       77 access-returned pic 9(9).

       procedure division.


           add 1 to email-field-size.
           move cfg-table to ef-table(email-field-size).
           move cfg-field to ef-name(email-field-size).
           move cfg-offset to ef-offset(email-field-size).
           move cfg-length to ef-length(email-field-size).

           set blank-key to spaces.
           set resume-key to spaces.
           set page-done to 0.
           set access-returned to 0.

           move db-access-filter to outer-filter.
           move ef-name(e) to db-access-filter.

           perform scan-one-page until page-done is equal 1.

      *    db-query COUNTED THE PAGES AS EXAMINED; THE MATCHES ARE
      *    WHAT THE WALK RETURNED.
           move "S" to access-kind.
           set access-calls to 0.
           set access-pages to 0.
           set access-examined to 0.

           call "db-access-note"
           using by content ef-table(e),
           by content access-kind,
           by content access-calls,
           by content access-pages,
           by content access-examined,
           by content access-returned.

           move outer-filter to db-access-filter.

           exit paragraph.

      *    SCAN-ONE-PAGE -- ONE PAGE OF THE TABLE.

               if function trim(field-text) is equal
               function trim(subject-email) then
                   add 1 to access-returned
                   perform keep-one-match
               end-if
           end-perform.

           perform report-match-history.

           perform report-match-attachments.

           exit paragraph.

      *    REPORT-MATCH-ATTACHMENTS -- EVERY DOCUMENT HELD ON THE
      *    ROW, WHATEVER ITS STATUS: NAME, SIZE, TYPE, UPLOADER.
       report-match-attachments.
           call "attachment-list"
           using by content mt-table(m),
           by content mt-key(m),
           by reference attach-list.

           perform report-one-attachment
               varying ax from 1 by 1
               until ax is greater than attach-list-size.

           move spaces to report-record.
           move attach-list-size to count-edit.
           string
               "    " delimited by size
               function trim(count-edit) delimited by size
               " ATTACHMENT(S) ON RECORD" delimited by size
               into report-record
           end-string.
           write report-record.

           exit paragraph.

       report-one-attachment.
           move al-size(ax) to size-edit.

           move spaces to report-record.
           string
               "    " delimited by size
               al-stamp(ax) delimited by size
               " " delimited by size
               function trim(al-original(ax)) delimited by size
               " (" delimited by size
               function trim(size-edit) delimited by size
               " BYTES, " delimited by size
               function trim(al-type(ax)) delimited by size
               ") BY " delimited by size
               function trim(al-user(ax)) delimited by size
               " " delimited by size
               function trim(al-status(ax)) delimited by size
               into report-record
               on overflow
                   continue
           end-string.
           write report-record.

           exit paragraph.

      *    REPORT-MATCH-HISTORY -- THE AUDIT TRAIL'S LINES FOR
      *    ERASE-MATCHES -- EVERY MATCHED ROW THROUGH db-delete,
      *    SO THE JOURNAL, AUDIT TRAIL, INDEXES AND RESTRICT/
      *    CASCADE RULES ALL APPLY; THE ERASURE ITSELF IS THE
      *    TRAIL'S LAST ENTRY FOR THE ROW. A ROW UNDER LEGAL HOLD
      *    IS LEFT IN PLACE AND THE RUN FINISHES 4.
       erase-matches.
           set erase-source to "subject-erasure".
           set erased-count to 0.
           set held-count to 0.
           set attachments-erased to 0.

           perform varying m from 1 by 1
           until m is greater than match-list-size
               perform check-legal-hold

               if hold-held is equal 0 then
                   set delete-status to 0

                   call "db-delete"
                   using by content mt-table(m),
                   by content mt-key(m),
                   by reference delete-status,
                   by content erase-source

                   if delete-status is equal 1 then
                       add 1 to erased-count
                       perform erase-match-attachments
                   end-if
               end-if
           end-perform.

           move erased-count to count-edit.
           display function trim(count-edit) " ROW(S) ERASED".
           move held-count to count-edit.
           display function trim(count-edit)
               " ROW(S) KEPT UNDER LEGAL HOLD".

           if held-count is greater than 0 then
               move 4 to return-code
           end-if.
           move attachments-erased to count-edit.
           display function trim(count-edit) " ATTACHMENT(S) ERASED".

           exit paragraph.

      *    CHECK-LEGAL-HOLD -- hold-held 1, COUNTED AND LOGGED,
      *    WHEN THE MATCHED ROW IS UNDER AN ACTIVE LEGAL HOLD.
       check-legal-hold.
           set hold-held to 0.
           set hold-matter to spaces.

           call "legal-hold-check"
           using by content mt-table(m),
           by content mt-key(m),
           by content mt-value(m),
           by reference hold-held,
           by reference hold-matter.

           if hold-held is equal 0 then
               exit paragraph
           end-if.

           add 1 to held-count.

           move "WARN" to log-level.
           set log-text to spaces.
           string
               "ERASURE SKIPPED TABLE " delimited by size
               function trim(mt-table(m)) delimited by size
               " KEY " delimited by size
               function trim(mt-key(m)) delimited by size
               " LEGAL HOLD " delimited by size
               function trim(hold-matter) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content erase-source,
           by content log-text.

           exit paragraph.

      *    ERASE-MATCH-ATTACHMENTS -- THE ERASED ROW'S DOCUMENTS,
      *    FILES AND RECORDS BOTH.
       erase-match-attachments.
           set follow-count to 0.

           call "attachment-follow"
           using by content mt-table(m),
           by content mt-key(m),
           by content follow-action,
           by content blank-key,
           by reference follow-count.

           add follow-count to attachments-erased.

           exit paragraph.

