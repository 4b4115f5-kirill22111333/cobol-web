      * retention-restore (BELOW, SAME FILE) BRINGS AN ARCHIVED
      * ROW BACK WHEN A DISPUTE REOPENS. ROWS WHOSE DATE FIELD IS
      * BLANK ARE NEVER AGED OUT.
      *
      * A DELETED ROW'S ATTACHMENTS GO WITH IT: THEIR FILES ARE SET
      * ASIDE AS ARCHIVED (attachment-follow) AND COME BACK WITH
      * THE ROW. THE DOCUMENTS THEMSELVES AGE SEPARATELY, BY
      * UPLOAD DATE, UNDER "attachments.cfg":
      *
      *     <table> <keep-days>
      *
      * AN ATTACHMENT OLDER THAN THAT LOSES ITS FILE
      * (attachment-expire); ITS PROVENANCE IS KEPT.
      ************************************************************

       environment division.
           organization is line sequential
           file status is archive-stat.

           select attachment-config assign to "attachments.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd retention-config.
       01 config-record pic x(128).

       fd attachment-config.
       01 attachment-config-record pic x(128).

       fd archive-file.
       01 archive-record.
           05 arch-table pic x(30).
       77 archive-open pic 9.
       77 archive-path pic x(64).
       77 run-date     pic x(8).
       77 gdg-dataset    pic x(64).
       77 gdg-ext        pic x(4).
       77 gdg-producer   pic x(30).
       77 gdg-path       pic x(128).
       77 gdg-generation pic 9(5).
       77 gdg-records    pic 9(9).
       77 gdg-status     pic 9.

       01 config-fields.
           05 cfg-table  pic x(30).
       77 archived-count pic 9(7).
       77 deleted-count  pic 9(7).
       77 count-edit     pic z(6)9.
       77 follow-action  pic x(8) value "ARCHIVE".
       77 follow-count   pic 9(5).
       77 attachments-archived pic 9(7).
       77 attachments-expired  pic 9(7).
       77 expire-count   pic 9(7).
       77 log-level    pic x(5).
       77 log-text     pic x(256).
       77 held-count   pic 9(7).
       77 hold-held    pic 9.
       77 hold-matter  pic x(32).

       procedure division.

           set purge-source to "retention-purge".
           set archived-count to 0.
           set deleted-count to 0.
           set held-count to 0.
           set attachments-archived to 0.
           set attachments-expired to 0.

           open input retention-config.


           close retention-config.

           perform expire-attachments.

           move archived-count to count-edit.
           display function trim(count-edit) " ROW(S) ARCHIVED".
           move deleted-count to count-edit.
           display function trim(count-edit) " ROW(S) DELETED".
           move held-count to count-edit.
           display function trim(count-edit)
               " ROW(S) KEPT UNDER LEGAL HOLD".
           move attachments-archived to count-edit.
           display function trim(count-edit)
               " ATTACHMENT(S) ARCHIVED".
           move attachments-expired to count-edit.
           display function trim(count-edit)
               " ATTACHMENT(S) EXPIRED".

           move "INFO" to log-level.
           set log-text to spaces.
               archived-count delimited by size
               " DELETED " delimited by size
               deleted-count delimited by size
               " HELD " delimited by size
               held-count delimited by size
               into log-text
           end-string.


           close archive-file.

           if gdg-status is equal 1 then
               set gdg-records to 0
               call "gdg-catalog-generation"
               using by content gdg-dataset,
               by content gdg-generation,
               by content gdg-records,
               by reference gdg-status
           end-if.

           perform varying a from 1 by 1
           until a is greater than aged-list-size
               set delete-status to 0

               if delete-status is equal 1 then
                   add 1 to deleted-count
                   perform archive-row-attachments
               end-if
           end-perform.

           exit paragraph.

      *    ARCHIVE-ROW-ATTACHMENTS -- THE DELETED ROW'S DOCUMENTS
      *    ARE SET ASIDE WITH IT.
       archive-row-attachments.
           set follow-count to 0.

           call "attachment-follow"
           using by content cfg-table,
           by content aged-key(a),
           by content follow-action,
           by content blank-key,
           by reference follow-count.

           add follow-count to attachments-archived.

           exit paragraph.

      *    EXPIRE-ATTACHMENTS -- EACH attachments.cfg LINE; NO
      *    FILE MEANS DOCUMENTS ARE KEPT FOR AS LONG AS THEIR ROWS.
       expire-attachments.
           open input attachment-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform expire-one-table until config-eof is equal 1.

           close attachment-config.

           exit paragraph.

       expire-one-table.
           read attachment-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.
           set cfg-keep-days to 0.

           unstring attachment-config-record delimited by all X"20"
               into cfg-table, cfg-days-text
           end-unstring.

           if cfg-table is equal spaces
           or cfg-days-text is equal spaces then
               exit paragraph
           end-if.

           move function trim(cfg-days-text) to cfg-keep-days.

           set expire-count to 0.

           call "attachment-expire"
           using by content cfg-table,
           by content cfg-keep-days,
           by reference expire-count.

           add expire-count to attachments-expired.

           exit paragraph.

      *    COMPUTE-CUTOFF-DATE -- TODAY MINUS keep-days AS
      *    YYYYMMDD, THE SAME INTEGER-OF-DATE ARITHMETIC date-utc
      *    USES.
           end-if.

           if row-date is less than cutoff-date then
               perform check-legal-hold
               if hold-held is equal 1 then
                   exit paragraph
               end-if

               add 1 to aged-list-size
               move fetch-row-key(r)
                   to aged-key(aged-list-size)

           exit paragraph.

      *    CHECK-LEGAL-HOLD -- AN AGED ROW UNDER LEGAL HOLD IS
      *    NEITHER ARCHIVED NOR DELETED; IT STAYS, COUNTED, WITH A
      *    WARN LINE NAMING THE MATTER.
       check-legal-hold.
           set hold-held to 0.
           set hold-matter to spaces.

           call "legal-hold-check"
           using by content cfg-table,
           by content fetch-row-key(r),
           by content fetch-row-value(r),
           by reference hold-held,
           by reference hold-matter.

           if hold-held is equal 0 then
               exit paragraph
           end-if.

           add 1 to held-count.

           move "WARN" to log-level.
           set log-text to spaces.
           string
               "RETENTION SKIPPED TABLE " delimited by size
               function trim(cfg-table) delimited by size
               " KEY " delimited by size
               function trim(fetch-row-key(r)) delimited by size
               " LEGAL HOLD " delimited by size
               function trim(hold-matter) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content purge-source,
           by content log-text.

           exit paragraph.

      *    OPEN-TABLE-ARCHIVE -- THE DATED PER-TABLE ARCHIVE, A
      *    GENERATION OF THE "archive.<table>" GROUP, EXTENDED
      *    WHEN TWO POLICY LINES OR TWO RUNS SHARE A DAY.
       open-table-archive.
           set gdg-dataset to spaces.
           string
               "archive." delimited by size
               function trim(cfg-table) delimited by size
               into gdg-dataset
           end-string.

           set gdg-ext to "dat".
           set gdg-producer to "retention-purge".

           call "gdg-new-generation"
           using by content gdg-dataset,
           by content gdg-ext,
           by content run-date,
           by content gdg-producer,
           by reference gdg-path,
           by reference gdg-generation,
           by reference gdg-status.

           move gdg-path to archive-path.

           open extend archive-file.
           if archive-stat is equal "35" then
               open output archive-file
      * UTILITIES:
      *
      *     ARCHIVE_FILE  THE archive.<table>.YYYYMMDD.dat TO READ
      *     ARCHIVE_TABLE OR, INSTEAD OF A FILE NAME, THE TABLE...
      *     ARCHIVE_GEN   ...AND ITS ARCHIVE GENERATION: "0" (THE
      *                   LATEST, THE DEFAULT), "-1", "-2" ...
      *     RESTORE_KEY   ONE ROW KEY (UNSET MEANS EVERY ROW)
      ************************************************************

       77 upsert-status pic 9.
       77 restored-count pic 9(7).
       77 count-edit     pic z(6)9.
       77 follow-action  pic x(8) value "RESTORE".
       77 follow-count   pic 9(5).
       77 want-table     pic x(30).
       77 gdg-dataset    pic x(64).
       77 gdg-relative   pic x(8).
       77 gdg-path       pic x(128).
       77 gdg-generation pic 9(5).
       77 gdg-date       pic x(8).
       77 gdg-found      pic 9.

       procedure division.

           set archive-path to spaces.
           set want-key to spaces.
           set want-table to spaces.
           set gdg-relative to spaces.

           accept archive-path from environment "ARCHIVE_FILE".
           accept want-key from environment "RESTORE_KEY".
           accept want-table from environment "ARCHIVE_TABLE".
           accept gdg-relative from environment "ARCHIVE_GEN".

           if archive-path is equal spaces
           and want-table is not equal spaces then
               perform resolve-archive-generation
               if archive-path is equal spaces then
                   move 8 to return-code
                   goback
               end-if
           end-if.

           if archive-path is equal spaces then
               display "ARCHIVE_FILE OR ARCHIVE_TABLE IS REQUIRED"
               move 8 to return-code
               goback
           end-if.

           goback.

      *    RESOLVE-ARCHIVE-GENERATION -- THE TABLE'S ARCHIVE BY
      *    GENERATION, NO DATE NEEDED.
       resolve-archive-generation.
           set gdg-dataset to spaces.
           string
               "archive." delimited by size
               function trim(want-table) delimited by size
               into gdg-dataset
           end-string.

           set gdg-found to 0.

           call "gdg-resolve"
           using by content gdg-dataset,
           by content gdg-relative,
           by reference gdg-path,
           by reference gdg-generation,
           by reference gdg-date,
           by reference gdg-found.

           if gdg-found is equal 1 then
               move gdg-path to archive-path
           else
               display "NO ARCHIVE GENERATION "
                   function trim(gdg-relative) " FOR "
                   function trim(want-table)
           end-if.

           exit paragraph.

      *    RESTORE-ONE-ROW -- UPSERTS THE ARCHIVED IMAGE BACK
      *    WHEN IT IS THE WANTED KEY (OR NO KEY WAS ASKED FOR).
       restore-one-row.

           if upsert-status is equal 1 then
               add 1 to restored-count

               set follow-count to 0

               call "attachment-follow"
               using by content arch-table,
               by content arch-key,
               by content follow-action,
               by content want-key,
               by reference follow-count
           end-if.

           exit paragraph.
