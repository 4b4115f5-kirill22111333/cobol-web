       identification division.
       program-id. merge-redirect.

      ************************************************************
      * WHERE A RETIRED ROW KEY WENT -- EVERY db-merge LEAVES ONE
      * RECORD IN "merges.dat" (PER TENANT, KEYED BY TABLE AND THE
      * DUPLICATE'S OLD KEY) NAMING THE SURVIVOR, SO A LOOKUP OF
      * THE OLD KEY -- A BOOKMARKED EDIT SCREEN, AN ORDER TYPED
      * FROM LAST MONTH'S STATEMENT -- LANDS ON THE ROW THAT
      * REPLACED IT. A SURVIVOR LATER MERGED AWAY IN ITS TURN IS
      * FOLLOWED, UP TO TEN LINKS. found 0 WHEN THE KEY WAS NEVER
      * MERGED (OR THE SITE HAS NEVER MERGED ANYTHING).
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select merge-file assign to dynamic merge-file-name
           organization is indexed
           access mode is dynamic
           record key is mg-fullkey
           file status is merge-stat.

       data division.

       file section.
       fd merge-file.
       01 merge-record.
           05 mg-fullkey.
               10 mg-table pic x(30).
               10 mg-key   pic x(50).
           05 mg-survivor pic x(50).
           05 mg-stamp    pic x(29).
           05 mg-source   pic x(32).
           05 mg-children pic 9(5).
           05 mg-notes    pic 9(5).
           05 mg-attachments pic 9(5).

       working-storage section.
       77 merge-stat    pic xx.
       77 merge-file-name pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).
       77 hops          pic 9(2).
       77 walk-done     pic 9.

       linkage section.
       01 db-table     pic x(30).
       01 db-key       pic x(50).
       01 survivor-key pic x(50).
       01 found        pic 9.

       procedure division using db-table, db-key, survivor-key,
                           found.

           set found to 0.
           set survivor-key to spaces.

           set tenant-stem to "merges".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference merge-file-name.

           open input merge-file.

           if merge-stat is not equal "00" then
               close merge-file
               exit program
           end-if.

           move db-table to mg-table.
           move db-key to mg-key.
           set hops to 0.
           set walk-done to 0.

           perform follow-one-link until walk-done is equal 1.

           close merge-file.

           exit program.

      *    FOLLOW-ONE-LINK -- ONE MERGE RECORD; ITS SURVIVOR IS THE
      *    NEXT KEY TRIED.
       follow-one-link.
           read merge-file
               key is mg-fullkey
               invalid key
                   set walk-done to 1
                   exit paragraph
           end-read.

           set found to 1.
           move mg-survivor to survivor-key.
           move mg-survivor to mg-key.
           add 1 to hops.

           if hops is equal 10 then
               set walk-done to 1
           end-if.

           exit paragraph.

       end program merge-redirect.

      *****************************************

       identification division.
       program-id. merge-table-fields.

      ************************************************************
      * A TABLE'S schemas.cfg FIELDS AS THE MERGE SCREEN AND THE
      * BATCH MERGE SHOW THEM -- history-table-fields' LIST (NAME,
      * OFFSET, LENGTH, SENSITIVE FLAG) WITH EACH FIELD A
      * triggers.cfg ROLLUP WRITES INTO MARKED DERIVED. A DERIVED
      * FIELD IS NOT A CHOICE: THE SURVIVOR KEEPS ITS OWN FIGURE
      * AND THE TRIGGERS FOLD IN THE DUPLICATE'S CHILDREN AS THEY
      * MOVE ACROSS, SO TAKING THE DUPLICATE'S TOTAL AS WELL WOULD
      * COUNT IT TWICE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select trigger-config assign to "triggers.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd trigger-config.
       01 config-record pic x(256).

       working-storage section.
       77 config-stat pic xx.
       77 config-eof  pic 9.
       01 config-fields.
           05 cfg-child   pic x(30).
           05 cfg-field   pic x(30).
           05 cfg-parent-key-field pic x(30).
           05 cfg-parent  pic x(30).
           05 cfg-target  pic x(30).
           05 cfg-op      pic x(8).

       01 history-list.
           05 history-field occurs 50 times.
               10 hf-name      pic x(30).
               10 hf-offset    pic 9(4).
               10 hf-length    pic 9(4).
               10 hf-sensitive pic 9.
           05 history-list-size pic 9(2).
       77 f pic 9(2).

       linkage section.
       01 db-table pic x(30).
       01 field-list.
           05 merge-field occurs 50 times.
               10 mf-name      pic x(30).
               10 mf-offset    pic 9(4).
               10 mf-length    pic 9(4).
               10 mf-sensitive pic 9.
               10 mf-derived   pic 9.
           05 field-list-size pic 9(2).

       procedure division using db-table, field-list.

           initialize field-list.

           call "history-table-fields"
           using by content db-table,
           by reference history-list.

           perform take-one-field
               varying f from 1 by 1
               until f is greater than history-list-size.

           move history-list-size to field-list-size.

           if field-list-size is equal 0 then
               exit program
           end-if.

           open input trigger-config.

           if config-stat is not equal "00" then
               exit program
           end-if.

           set config-eof to 0.

           perform read-one-trigger until config-eof is equal 1.

           close trigger-config.

           exit program.

       read-one-trigger.
           read trigger-config
               at end
                   set config-eof to 1
               not at end
                   perform mark-one-target
           end-read.

           exit paragraph.

       take-one-field.
           move hf-name(f) to mf-name(f).
           move hf-offset(f) to mf-offset(f).
           move hf-length(f) to mf-length(f).
           move hf-sensitive(f) to mf-sensitive(f).
           set mf-derived(f) to 0.

           exit paragraph.

      *    MARK-ONE-TARGET -- A ROLLUP INTO THIS TABLE MARKS ITS
      *    TARGET FIELD.
       mark-one-target.
           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-child, cfg-field, cfg-parent-key-field,
                    cfg-parent, cfg-target, cfg-op
           end-unstring.

           if cfg-parent is not equal db-table then
               exit paragraph
           end-if.

           perform mark-one-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           exit paragraph.

       mark-one-field.
           if mf-name(f) is equal cfg-target then
               set mf-derived(f) to 1
           end-if.

           exit paragraph.

       end program merge-table-fields.

      *****************************************

       identification division.
       program-id. db-merge.

      ************************************************************
      * MERGES A DUPLICATE ROW INTO ITS SURVIVOR -- WHAT FIXING
      * ONE duplicate-report PAIR BY HAND USED TO MEAN: EDIT EVERY
      * ORDER, INVOICE AND NOTE POINTING AT THE LOSER, THEN DELETE
      * IT (WHICH A RESTRICT RELATION REFUSES WHILE ANYTHING IS
      * LEFT). THE CALLER HAS ALREADY DECIDED WHICH FIELD VALUES
      * SURVIVE AND PASSES THE RESULT AS merged-image; THEN, IN
      * ONE db-tx-begin BRACKET:
      *
      *   1. THE SURVIVOR IS REWRITTEN FROM merged-image THROUGH
      *      db-update, EXCEPT THAT EVERY DERIVED (triggers.cfg
      *      TARGET) FIELD KEEPS THE SURVIVOR'S OWN FIGURE;
      *   2. EVERY CHILD ROW UNDER A relations.cfg DECLARATION
      *      NAMING THIS TABLE AS PARENT WHOSE KEY FIELD HOLDS THE
      *      DUPLICATE'S KEY IS RE-POINTED AT THE SURVIVOR THROUGH
      *      db-update -- SO THE TRIGGERS MOVE EACH CHILD'S
      *      CONTRIBUTION FROM THE DUPLICATE'S TOTALS TO THE
      *      SURVIVOR'S, AND THE CHILD'S INDEX ENTRIES FOLLOW;
      *   3. THE DUPLICATE, NOW CHILDLESS, GOES THROUGH db-delete.
      *
      * THE ALTERNATE-KEY, WORD-SEARCH AND PHONETIC ENTRIES ARE
      * KEPT BY THE SAME CALLS: THE DUPLICATE'S ARE DROPPED WITH
      * IT AND THE SURVIVOR'S ARE MADE AGAIN FROM THE MERGED
      * VALUES, SO A NAME TAKEN OVER FROM THE DUPLICATE IS FOUND
      * UNDER THE SURVIVOR'S KEY. ANY REFUSAL ROLLS THE WHOLE
      * GROUP BACK. ONCE THE GROUP HAS COMMITTED, THE DUPLICATE'S
      * notes.dat REMARKS AND attachments.dat DOCUMENTS ARE MOVED
      * ACROSS (KEEPING THEIR STAMPS, AUTHORS AND ORDER) AND THE
      * MERGE IS RECORDED IN "merges.dat" FOR merge-redirect.
      *
      * AT MOST 60 DEPENDENT ROWS -- EACH CAN COST THREE UNDO
      * ENTRIES (THE ROW AND TWO TRIGGER ADJUSTMENTS) AGAINST
      * db-tx-rollback'S 200. A BIGGER FAMILY IS REFUSED.
      * status-func 1 WHEN MERGED; outcome-text SAYS WHAT HAPPENED
      * EITHER WAY.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select relation-config assign to "relations.cfg"
           organization is line sequential
           file status is config-stat.

           select database-file assign to dynamic database-file-name
           organization is indexed
           access mode is dynamic
           record key is db-fullkey
           file status is database-stat.

           select note-file assign to "notes.dat"
           organization is indexed
           access mode is dynamic
           record key is nt-fullkey
           file status is note-stat.

           select merge-file assign to dynamic merge-file-name
           organization is indexed
           access mode is dynamic
           record key is mg-fullkey
           file status is merge-stat.

       data division.

       file section.
       fd relation-config.
       01 config-record pic x(128).

       fd database-file.
       01 database-record.
           05 db-fullkey.
               10 rec-table pic x(30).
               10 rec-key   pic x(50).
           05 rec-value pic x(1024).

       fd note-file.
       01 note-record.
           05 nt-fullkey.
               10 nt-table pic x(30).
               10 nt-key   pic x(50).
               10 nt-seq   pic x(10).
           05 nt-stamp pic x(29).
           05 nt-user  pic x(64).
           05 nt-text  pic x(256).

       fd merge-file.
       01 merge-record.
           05 mg-fullkey.
               10 mg-table pic x(30).
               10 mg-key   pic x(50).
           05 mg-survivor pic x(50).
           05 mg-stamp    pic x(29).
           05 mg-source   pic x(32).
           05 mg-children pic 9(5).
           05 mg-notes    pic 9(5).
           05 mg-attachments pic 9(5).

       working-storage section.
       77 config-stat   pic xx.
       77 database-stat pic xx.
       77 note-stat     pic xx.
       77 merge-stat    pic xx.
       77 config-eof    pic 9.
       77 database-file-name pic x(64).
       77 merge-file-name    pic x(64).
       77 tenant-stem   pic x(16).
       77 tenant-ext    pic x(4).

       01 relation-table.
           05 relation occurs 50 times.
               10 rel-child  pic x(30).
               10 rel-field  pic x(30).
           05 relation-size pic 9(2).
       01 config-fields.
           05 cfg-child  pic x(30).
           05 cfg-field  pic x(30).
           05 cfg-parent pic x(30).
           05 cfg-rule   pic x(10).
       77 rl            pic 9(2).

      *    THE DEPENDENT ROWS FOUND, BY RELATION AND ROW KEY.
       01 child-list.
           05 child-entry occurs 60 times.
               10 ch-relation pic 9(2).
               10 ch-key      pic x(50).
           05 child-list-size pic 9(2).
       77 cx            pic 9(2).
       77 too-many      pic 9.
       77 walk-done     pic 9.
       77 scan-key      pic x(50).
       77 scan-value    pic x(1024).
       77 field-value   pic x(256).
       77 field-found   pic 9.
       77 field-offset  pic 9(4).
       77 field-length  pic 9(4).
       77 position-found pic 9.

       01 field-list.
           05 merge-field occurs 50 times.
               10 mf-name      pic x(30).
               10 mf-offset    pic 9(4).
               10 mf-length    pic 9(4).
               10 mf-sensitive pic 9.
               10 mf-derived   pic 9.
           05 field-list-size pic 9(2).
       77 f             pic 9(2).

       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count   pic 9(3).
       77 query-status  pic 9.
       77 survivor-image pic x(1024).
       77 final-image   pic x(1024).
       77 child-image   pic x(1024).
       77 tx-status     pic 9.
       77 post-status   pic 9.
       77 merge-failed  pic 9.
       77 failed-why    pic x(80).
       77 read-only-on  pic 9.
       77 read-only-reason pic x(128).
       77 notes-moved   pic 9(5).
       77 last-seq      pic x(10).
       77 moving-note   pic x(419).
       77 made-stamp    pic x(29).
       77 stamp-days    pic 9(4) value 0.
       77 count-edit    pic z(4)9.
       77 notes-edit    pic z(4)9.
       77 attachments-moved pic 9(5).
       77 attachments-edit  pic z(4)9.
       77 follow-action pic x(8) value "MERGE".

       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       linkage section.
       01 merge-table   pic x(30).
       01 survivor-key  pic x(50).
       01 duplicate-key pic x(50).
       01 merged-image  pic x(1024).
       01 change-source pic x(32).
       01 outcome-text  pic x(80).
       01 status-func   pic 9.

       procedure division using merge-table, survivor-key,
                           duplicate-key, merged-image,
                           change-source, outcome-text,
                           status-func.

           set status-func to 0.
           set outcome-text to spaces.

           if merge-table is equal spaces
           or survivor-key is equal spaces
           or duplicate-key is equal spaces then
               set outcome-text to
                   "not merged - table and both keys are needed"
               exit program
           end-if.

           if survivor-key is equal duplicate-key then
               set outcome-text to
                   "not merged - a record cannot merge into itself"
               exit program
           end-if.

           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 1 then
               set outcome-text to
                   "not merged - the system is in read-only mode"
               exit program
           end-if.

      *    BOTH ROWS MUST BE ON FILE UNDER THEIR OWN KEYS -- A KEY
      *    THAT COMES BACK AS ANOTHER ROW WAS MERGED AWAY ALREADY.
           perform fetch-duplicate.

           if merge-failed is equal 1 then
               move failed-why to outcome-text
               exit program
           end-if.

           perform fetch-survivor.

           if merge-failed is equal 1 then
               move failed-why to outcome-text
               exit program
           end-if.

           call "merge-table-fields"
           using by content merge-table,
           by reference field-list.

      *    THE MERGED VALUES, EXCEPT THAT THE TOTALS STAY THE
      *    SURVIVOR'S FOR THE TRIGGERS TO CARRY FORWARD.
           move merged-image to final-image.

           perform keep-derived-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           perform load-relations.
           perform find-dependent-rows.

           if too-many is equal 1 then
               set outcome-text to
               "not merged - more than 60 dependent rows to move"
               exit program
           end-if.

           set tx-status to 0.

           call "db-tx-begin"
           using by reference tx-status.

           if tx-status is equal 0 then
               set outcome-text to
                   "not merged - no unit of work to be had"
               exit program
           end-if.

           set merge-failed to 0.

           set post-status to 0.

           call "db-update"
           using by content merge-table,
           by content survivor-key,
           by content final-image,
           by reference post-status,
           by content change-source.

           if post-status is equal 0 then
               set merge-failed to 1
               set failed-why to spaces
               string
                   "not merged - survivor " delimited by size
                   function trim(survivor-key) delimited by size
                   " refused by the data layer" delimited by size
                   into failed-why
               end-string
           end-if.

           perform repoint-one-child
               varying cx from 1 by 1
               until cx is greater than child-list-size
               or merge-failed is equal 1.

           if merge-failed is equal 0 then
               set post-status to 0

               call "db-delete"
               using by content merge-table,
               by content duplicate-key,
               by reference post-status,
               by content change-source

               if post-status is equal 0 then
                   set merge-failed to 1
                   set failed-why to
                   "not merged - the duplicate could not be retired"
               end-if
           end-if.

           if merge-failed is equal 1 then
               call "db-tx-rollback"
               using by reference tx-status

               move failed-why to outcome-text
               move "WARN" to log-level
               perform log-merge-outcome
               exit program
           end-if.

           call "db-tx-commit"
           using by reference tx-status.

           perform move-notes.

           set attachments-moved to 0.

           call "attachment-follow"
           using by content merge-table,
           by content duplicate-key,
           by content follow-action,
           by content survivor-key,
           by reference attachments-moved.

           perform record-merge.

           move child-list-size to count-edit.
           move notes-moved to notes-edit.
           move attachments-moved to attachments-edit.
           string
               "merged - " delimited by size
               function trim(count-edit) delimited by size
               " row(s), " delimited by size
               function trim(notes-edit) delimited by size
               " note(s), " delimited by size
               function trim(attachments-edit) delimited by size
               " attachment(s) moved to " delimited by size
               function trim(survivor-key) delimited by size
               into outcome-text
           end-string.

           move "INFO" to log-level.
           perform log-merge-outcome.

           set status-func to 1.

           exit program.

      *    FETCH-DUPLICATE -- THE ROW BEING RETIRED.
       fetch-duplicate.
           set merge-failed to 0.
           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content merge-table,
           by content duplicate-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0 then
               set merge-failed to 1
               set failed-why to spaces
               string
                   "not merged - no record " delimited by size
                   function trim(duplicate-key) delimited by size
                   into failed-why
               end-string
               exit paragraph
           end-if.

           if fetch-row-key(1) is not equal duplicate-key then
               set merge-failed to 1
               set failed-why to spaces
               string
                   "not merged - " delimited by size
                   function trim(duplicate-key) delimited by size
                   " was already merged into " delimited by size
                   function trim(fetch-row-key(1)) delimited by size
                   into failed-why
               end-string
           end-if.

           exit paragraph.

      *    FETCH-SURVIVOR -- THE ROW THAT STAYS, KEPT FOR ITS
      *    DERIVED FIGURES.
       fetch-survivor.
           set merge-failed to 0.
           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content merge-table,
           by content survivor-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0 then
               set merge-failed to 1
               set failed-why to spaces
               string
                   "not merged - no record " delimited by size
                   function trim(survivor-key) delimited by size
                   into failed-why
               end-string
               exit paragraph
           end-if.

           if fetch-row-key(1) is not equal survivor-key then
               set merge-failed to 1
               set failed-why to spaces
               string
                   "not merged - " delimited by size
                   function trim(survivor-key) delimited by size
                   " was itself merged into " delimited by size
                   function trim(fetch-row-key(1)) delimited by size
                   into failed-why
               end-string
               exit paragraph
           end-if.

           move fetch-row-value(1) to survivor-image.

           exit paragraph.

       keep-derived-field.
           if mf-derived(f) is equal 1 then
               move survivor-image(mf-offset(f):mf-length(f))
                   to final-image(mf-offset(f):mf-length(f))
           end-if.

           exit paragraph.

      *    LOAD-RELATIONS -- THE relations.cfg LINES NAMING THIS
      *    TABLE AS THE PARENT, WHATEVER THEIR RULE: A RESTRICT
      *    CHILD AND A CASCADE CHILD MOVE ALIKE.
       load-relations.
           set relation-size to 0.

           open input relation-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-relation until config-eof is equal 1.

           close relation-config.

           exit paragraph.

       read-one-relation.
           read relation-config
               at end
                   set config-eof to 1
               not at end
                   perform load-one-relation
           end-read.

           exit paragraph.

       load-one-relation.
           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-child, cfg-field, cfg-parent, cfg-rule
           end-unstring.

           if cfg-parent is not equal merge-table
           or cfg-child is equal spaces
           or relation-size is equal 50 then
               exit paragraph
           end-if.

           add 1 to relation-size.
           move cfg-child to rel-child(relation-size).
           move cfg-field to rel-field(relation-size).

           exit paragraph.

      *    FIND-DEPENDENT-ROWS -- EVERY CHILD ROW POINTING AT THE
      *    DUPLICATE, LISTED BEFORE ANYTHING IS WRITTEN SO THE
      *    FILE IS CLOSED AGAIN BEFORE db-update OPENS IT.
       find-dependent-rows.
           set child-list-size to 0.
           set too-many to 0.

           if relation-size is equal 0 then
               exit paragraph
           end-if.

           set tenant-stem to "database".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference database-file-name.

           open input database-file.

           if database-stat is not equal "00" then
               close database-file
               exit paragraph
           end-if.

           perform find-children-of-relation
               varying rl from 1 by 1
               until rl is greater than relation-size
               or too-many is equal 1.

           close database-file.

           exit paragraph.

       find-children-of-relation.
           set scan-key to low-values.
           set walk-done to 0.

           perform scan-next-child until walk-done is equal 1
               or too-many is equal 1.

           exit paragraph.

      *    SCAN-NEXT-CHILD -- THE SAME READ-NEXT-THEN-REPOSITION
      *    WALK db-delete USES TO FIND A ROW'S CHILDREN.
       scan-next-child.
           set rec-table to rel-child(rl).
           set rec-key to scan-key.

           start database-file key is greater than db-fullkey
               invalid key
                   set walk-done to 1
                   exit paragraph
           end-start.

           read database-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if rec-table is not equal rel-child(rl) then
               set walk-done to 1
               exit paragraph
           end-if.

           move rec-key to scan-key.
           move rec-value to scan-value.

           call "db-get-field"
           using by content rel-child(rl),
           by content rel-field(rl),
           by content scan-value,
           by reference field-value,
           by reference field-found.

           if field-found is equal 0 then
               exit paragraph
           end-if.

           if function trim(field-value) is not equal
           function trim(duplicate-key) then
               exit paragraph
           end-if.

           if child-list-size is equal 60 then
               set too-many to 1
               exit paragraph
           end-if.

           add 1 to child-list-size.
           move rl to ch-relation(child-list-size).
           move scan-key to ch-key(child-list-size).

           exit paragraph.

      *    REPOINT-ONE-CHILD -- CHILD cx READ AGAIN (IN THE CLEAR),
      *    ITS PARENT-KEY FIELD SET TO THE SURVIVOR, AND SAVED.
       repoint-one-child.
           move ch-relation(cx) to rl.

           set position-found to 0.

           call "db-field-position"
           using by content rel-child(rl),
           by content rel-field(rl),
           by reference field-offset,
           by reference field-length,
           by reference position-found.

           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content rel-child(rl),
           by content ch-key(cx),
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if position-found is equal 0
           or query-status is equal 0 then
               set merge-failed to 1
               set failed-why to spaces
               string
                   "not merged - " delimited by size
                   function trim(rel-child(rl)) delimited by size
                   " " delimited by size
                   function trim(ch-key(cx)) delimited by size
                   " could not be read back" delimited by size
                   into failed-why
               end-string
               exit paragraph
           end-if.

           move fetch-row-value(1) to child-image.
           move survivor-key
               to child-image(field-offset:field-length).

           set post-status to 0.

           call "db-update"
           using by content rel-child(rl),
           by content ch-key(cx),
           by content child-image,
           by reference post-status,
           by content change-source.

           if post-status is equal 0 then
               set merge-failed to 1
               set failed-why to spaces
               string
                   "not merged - " delimited by size
                   function trim(rel-child(rl)) delimited by size
                   " " delimited by size
                   function trim(ch-key(cx)) delimited by size
                   " refused by the data layer" delimited by size
                   into failed-why
               end-string
           end-if.

           exit paragraph.

      *    MOVE-NOTES -- THE DUPLICATE'S REMARKS, ONE AT A TIME,
      *    RE-KEYED UNDER THE SURVIVOR. THE SEQUENCE NUMBER IS
      *    SITE-WIDE, SO A MOVED NOTE KEEPS ITS OWN AND SORTS INTO
      *    THE SURVIVOR'S NOTES BY WHEN IT WAS WRITTEN. EACH IS
      *    WRITTEN UNDER THE SURVIVOR BEFORE IT IS DELETED UNDER
      *    THE DUPLICATE, SO AN INTERRUPTION CANNOT LOSE ONE.
       move-notes.
           set notes-moved to 0.

           open i-o note-file.

           if note-stat is not equal "00" then
               close note-file
               exit paragraph
           end-if.

           move low-values to last-seq.
           set walk-done to 0.

           perform move-next-note until walk-done is equal 1.

           close note-file.

           exit paragraph.

       move-next-note.
           move merge-table to nt-table.
           move duplicate-key to nt-key.
           move last-seq to nt-seq.

           start note-file key is greater than nt-fullkey
               invalid key
                   set walk-done to 1
                   exit paragraph
           end-start.

           read note-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if nt-table is not equal merge-table
           or nt-key is not equal duplicate-key then
               set walk-done to 1
               exit paragraph
           end-if.

           move nt-seq to last-seq.
           move note-record to moving-note.

           move survivor-key to nt-key.

           write note-record
               invalid key
                   continue
           end-write.

           move moving-note to note-record.

           delete note-file record
               invalid key
                   continue
               not invalid key
                   add 1 to notes-moved
           end-delete.

           exit paragraph.

      *    RECORD-MERGE -- THE REDIRECT FOR THE OLD KEY.
       record-merge.
           set tenant-stem to "merges".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference merge-file-name.

           open i-o merge-file.

           if merge-stat is equal "35" then
               open output merge-file
               close merge-file
               open i-o merge-file
           end-if.

           call "date-utc"
           using by reference made-stamp,
           by content stamp-days.

           move spaces to merge-record.
           move merge-table to mg-table.
           move duplicate-key to mg-key.
           move survivor-key to mg-survivor.
           move made-stamp to mg-stamp.
           move change-source to mg-source.
           move child-list-size to mg-children.
           move notes-moved to mg-notes.
           move attachments-moved to mg-attachments.

           write merge-record
               invalid key
                   rewrite merge-record
                       invalid key
                           continue
                   end-rewrite
           end-write.

           close merge-file.

           exit paragraph.

       log-merge-outcome.
           move "db-merge" to log-source.
           set log-text to spaces.
           string
               "MERGE OF " delimited by size
               function trim(merge-table) delimited by size
               " " delimited by size
               function trim(duplicate-key) delimited by size
               " INTO " delimited by size
               function trim(survivor-key) delimited by size
               " BY " delimited by size
               function trim(change-source) delimited by size
               ": " delimited by size
               function trim(outcome-text) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program db-merge.

      *****************************************

       identification division.
       program-id. record-merge.

      ************************************************************
      * BATCH MERGE, FOR THE OPERATOR WORKING THROUGH THE MORNING'S
      * duplicates.YYYYMMDD.rpt:
      *
      *   MERGE_TABLE     THE TABLE (DEFAULT "customers")
      *   MERGE_SURVIVOR  THE KEY THAT STAYS
      *   MERGE_DUPLICATE THE KEY THAT IS RETIRED
      *   MERGE_TAKE      FIELDS WHOSE VALUE COMES FROM THE
      *                   DUPLICATE, SPACE-SEPARATED ("ALL" FOR
      *                   EVERY FIELD). A FIELD NOT NAMED KEEPS
      *                   THE SURVIVOR'S VALUE UNLESS THAT IS BLANK
      *                   AND THE DUPLICATE'S IS NOT -- THE SAME
      *                   DEFAULT THE MERGE SCREEN OFFERS
      *   MERGE_ACTION    SHOW TO PRINT THE COMPARISON ONLY;
      *                   ANYTHING ELSE MERGES
      *   MERGE_USER      WHO IS MERGING (DEFAULT "batch"); THE
      *                   AUDIT SOURCE IS "merge:<user>"
      *
      * PRINTS THE TWO ROWS SIDE BY SIDE, FIELD BY FIELD, WITH
      * WHICH VALUE SURVIVES, THEN MERGES THROUGH db-merge.
      * FINISHES NONZERO WHEN NOTHING WAS MERGED.
      ************************************************************

       data division.

       working-storage section.
       77 merge-table   pic x(30).
       77 survivor-key  pic x(50).
       77 duplicate-key pic x(50).
       77 take-text     pic x(512).
       77 merge-action  pic x(8).
       77 merge-user    pic x(64).
       77 change-source pic x(32).
       77 outcome-text  pic x(80).
       77 merge-status  pic 9.

       01 field-list.
           05 merge-field occurs 50 times.
               10 mf-name      pic x(30).
               10 mf-offset    pic 9(4).
               10 mf-length    pic 9(4).
               10 mf-sensitive pic 9.
               10 mf-derived   pic 9.
           05 field-list-size pic 9(2).
       77 f             pic 9(2).

      *    THE FIELDS NAMED IN MERGE_TAKE.
       01 take-list.
           05 take-name occurs 50 times pic x(30).
           05 take-size pic 9(2).
       77 take-pointer  pic 9(4).
       77 take-word     pic x(30).
       77 take-all      pic 9.
       77 t             pic 9(2).
       77 field-taken   pic 9.

       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count   pic 9(3).
       77 query-status  pic 9.
       77 survivor-image  pic x(1024).
       77 duplicate-image pic x(1024).
       77 merged-image    pic x(1024).
       77 survivor-shown  pic x(30).
       77 duplicate-shown pic x(30).
       77 keeps-text      pic x(10).

       procedure division.

           set merge-table to spaces.
           accept merge-table from environment "MERGE_TABLE".
           if merge-table is equal spaces then
               set merge-table to "customers"
           end-if.

           set survivor-key to spaces.
           accept survivor-key from environment "MERGE_SURVIVOR".
           set duplicate-key to spaces.
           accept duplicate-key from environment "MERGE_DUPLICATE".
           set take-text to spaces.
           accept take-text from environment "MERGE_TAKE".
           set merge-action to spaces.
           accept merge-action from environment "MERGE_ACTION".
           set merge-user to spaces.
           accept merge-user from environment "MERGE_USER".
           if merge-user is equal spaces then
               set merge-user to "batch"
           end-if.

           if survivor-key is equal spaces
           or duplicate-key is equal spaces then
               display "MERGE_SURVIVOR AND MERGE_DUPLICATE ARE NEEDED"
               move 8 to return-code
               goback
           end-if.

           perform fetch-both-rows.

           if query-status is equal 0 then
               move 8 to return-code
               goback
           end-if.

           call "merge-table-fields"
           using by content merge-table,
           by reference field-list.

           perform load-take-list.

           display "MERGE " function trim(merge-table) " "
               function trim(duplicate-key) " INTO "
               function trim(survivor-key).
           display "FIELD                          "
               "SURVIVOR                       "
               "DUPLICATE                      KEEPS".

           move survivor-image to merged-image.

           perform show-one-field
               varying f from 1 by 1
               until f is greater than field-list-size.

           if field-list-size is equal 0 then
               display "NO schemas.cfg FIELDS - THE SURVIVOR'S ROW "
                   "IS KEPT AS IT STANDS"
           end-if.

           if merge-action is equal "SHOW" then
               goback
           end-if.

           set change-source to spaces.
           string
               "merge:" delimited by size
               function trim(merge-user(1:26)) delimited by size
               into change-source
           end-string.

           set merge-status to 0.

           call "db-merge"
           using by content merge-table,
           by content survivor-key,
           by content duplicate-key,
           by content merged-image,
           by content change-source,
           by reference outcome-text,
           by reference merge-status.

           display function trim(outcome-text).

           if merge-status is equal 0 then
               move 8 to return-code
           end-if.

           goback.

      *    FETCH-BOTH-ROWS -- query-status 0 WHEN EITHER IS
      *    MISSING OR ALREADY MERGED AWAY.
       fetch-both-rows.
           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content merge-table,
           by content survivor-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0
           or fetch-row-key(1) is not equal survivor-key then
               display "NO RECORD " function trim(survivor-key)
                   " ON " function trim(merge-table)
               set query-status to 0
               exit paragraph
           end-if.

           move fetch-row-value(1) to survivor-image.

           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content merge-table,
           by content duplicate-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0
           or fetch-row-key(1) is not equal duplicate-key then
               display "NO RECORD " function trim(duplicate-key)
                   " ON " function trim(merge-table)
               set query-status to 0
               exit paragraph
           end-if.

           move fetch-row-value(1) to duplicate-image.

           exit paragraph.

      *    LOAD-TAKE-LIST -- MERGE_TAKE INTO ITS FIELD NAMES.
       load-take-list.
           set take-size to 0.
           set take-all to 0.
           set take-pointer to 1.

           perform take-next-word
               until take-pointer is greater than 512
               or take-size is equal 50.

           exit paragraph.

       take-next-word.
           set take-word to spaces.

           unstring take-text delimited by all X"20"
               into take-word
               with pointer take-pointer
           end-unstring.

           if take-word is equal spaces then
               set take-pointer to 513
               exit paragraph
           end-if.

           if take-word is equal "ALL" then
               set take-all to 1
           end-if.

           add 1 to take-size.
           move take-word to take-name(take-size).

           exit paragraph.

      *    SHOW-ONE-FIELD -- ONE LINE OF THE COMPARISON, AND THE
      *    CHOSEN VALUE INTO merged-image.
       show-one-field.
           move survivor-image(mf-offset(f):mf-length(f))
               to survivor-shown.
           move duplicate-image(mf-offset(f):mf-length(f))
               to duplicate-shown.

           if mf-sensitive(f) is equal 1 then
               set survivor-shown to "(sensitive)"
               set duplicate-shown to "(sensitive)"
           end-if.

           set field-taken to take-all.

           perform match-take-name
               varying t from 1 by 1
               until t is greater than take-size.

           if survivor-image(mf-offset(f):mf-length(f))
               is equal spaces
           and duplicate-image(mf-offset(f):mf-length(f))
               is not equal spaces then
               set field-taken to 1
           end-if.

           if mf-derived(f) is equal 1 then
               set keeps-text to "RECOMPUTED"
           else
               if field-taken is equal 1 then
                   set keeps-text to "DUPLICATE"
                   move duplicate-image(mf-offset(f):mf-length(f))
                       to merged-image(mf-offset(f):mf-length(f))
               else
                   set keeps-text to "SURVIVOR"
               end-if
           end-if.

           display mf-name(f) " " survivor-shown " "
               duplicate-shown " " keeps-text.

           exit paragraph.

       match-take-name.
           if take-name(t) is equal mf-name(f) then
               set field-taken to 1
           end-if.

           exit paragraph.

       end program record-merge.

      *****************************************

       identification division.
       program-id. http-maintain-merge.

      ************************************************************
      * GET /maintain/merge -- THE MERGE SCREEN. WITHOUT table,
      * survivor AND duplicate IT ASKS FOR THEM (THE TABLE
      * DEFAULTS TO customers); WITH THEM IT SHOWS THE TWO ROWS
      * SIDE BY SIDE, ONE LINE PER schemas.cfg FIELD, WITH A
      * CHOICE OF WHICH VALUE SURVIVES (THE SURVIVOR'S, UNLESS IT
      * IS BLANK AND THE DUPLICATE'S IS NOT). A DERIVED TOTAL IS
      * SHOWN BUT NOT OFFERED -- THE TRIGGERS RECOMPUTE IT.
      * SENSITIVE VALUES ARE NOT SHOWN, ONLY CHOSEN. EACH ROW'S
      * NOTE COUNT IS SHOWN TOO. AN APPROVER OR ADMIN GETS THE
      * "Merge" BUTTON, WHICH POSTS TO /maintain/mergepost WITH
      * BOTH ROWS' VERSION STAMPS; rowscope.cfg APPLIES AS ON THE
      * EDIT SCREEN TO BOTH ROWS. THE PAGE IS STREAMED.
      ************************************************************

       data division.

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 field-list.
           05 merge-field occurs 50 times.
               10 mf-name      pic x(30).
               10 mf-offset    pic 9(4).
               10 mf-length    pic 9(4).
               10 mf-sensitive pic 9.
               10 mf-derived   pic 9.
           05 field-list-size pic 9(2).

       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count   pic 9(3).
       77 query-status  pic 9.

       77 user-ok       pic 9.
       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 merge-table   pic x(30).
       77 survivor-key  pic x(50).
       77 duplicate-key pic x(50).
       77 survivor-image  pic x(1024).
       77 duplicate-image pic x(1024).
       77 survivor-stamp  pic x(8).
       77 duplicate-stamp pic x(8).
       77 survivor-notes  pic 9(4).
       77 duplicate-notes pic 9(4).
       77 notes-edit    pic z(3)9.
       77 rows-ready    pic 9.
       77 refusal-text  pic x(80).
       77 scope-field   pic x(30).
       77 scope-found   pic 9.
       77 dept-name     pic x(16).
       77 dept-found    pic 9.
       77 row-allowed   pic 9.
       77 q             pic 9(3).
       77 f             pic 9(2).
       77 field-number  pic z9.
       77 take-duplicate pic 9.

      *    ONE PIECE OF THE PAGE, SENT IN sendstream_append-SIZED
      *    SLICES.
       01 piece-data   pic x(4096).
       77 piece-pointer pic 9(5).
       77 piece-size   pic 9(5).
       77 chunk-size   pic 9(4).
       77 chunk-start  pic 9(5).

      *    A VALUE ECHOED INTO THE PAGE, QUOTES AND ANGLE BRACKETS
      *    ESCAPED.
       77 attr-source  pic x(256).
       77 attr-text    pic x(512).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

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

           set user-name to spaces.
           set user-role to spaces.
           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set merge-table to spaces.
           set survivor-key to spaces.
           set duplicate-key to spaces.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-param
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set response-headers-size to 1.
           set response-headers(1) to
               "Content-type: text/html".
           set status-code to 200.
           set status-text to "OK".

           call "sendstream_http"
           using by content response-data,
           by content connect.

           move spaces to piece-data.
           set piece-pointer to 1.

           string
               "<html><body>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

      *    THE OPERATOR'S STANDING NOTICE TOPS EVERY SCREEN.
           call "notice-banner"
           using by reference piece-data,
           by reference piece-pointer.

           string
               "<h1>Merge records</h1>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           if survivor-key is equal spaces
           or duplicate-key is equal spaces then
               perform render-key-chooser
           else
               perform fetch-both-rows
               if rows-ready is equal 1 then
                   perform render-comparison
               else
                   string
                       "<p>" function trim(refusal-text)
                       "</p>" X"0A"
                       into piece-data
                       with pointer piece-pointer
                   end-string
                   perform send-piece
               end-if
           end-if.

           string
               "<p><a href=" X"22" "/maintain" X"22"
               ">Back</a></p></body></html>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           call "sendstream_close"
           using by content connect.

           exit program.

       take-one-param.
           evaluate get-name(q)
               when "table"
                   move get-value(q)(1:30) to merge-table
               when "survivor"
                   move get-value(q)(1:50) to survivor-key
               when "duplicate"
                   move get-value(q)(1:50) to duplicate-key
           end-evaluate.

           exit paragraph.

      *    RENDER-KEY-CHOOSER -- THE FIRST STEP: WHICH TWO ROWS.
       render-key-chooser.
           if merge-table is equal spaces then
               set merge-table to "customers"
           end-if.

           move merge-table to attr-source.
           perform escape-attribute.

           string
               "<form method=" X"22" "GET" X"22"
               " action=" X"22" "/maintain/merge" X"22" ">"
               "<p>Table <input name=" X"22" "table" X"22"
               " value=" X"22" attr-text(1:attr-length) X"22" ">"
               " Keep <input name=" X"22" "survivor" X"22" ">"
               " Retire <input name=" X"22" "duplicate" X"22" ">"
               " <input type=" X"22" "submit" X"22"
               " value=" X"22" "Compare" X"22" "></p></form>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

      *    FETCH-BOTH-ROWS -- rows-ready 1 WHEN BOTH ARE ON FILE
      *    UNDER THEIR OWN KEYS AND THE CLERK MAY SEE BOTH.
       fetch-both-rows.
           set rows-ready to 0.

           if survivor-key is equal duplicate-key then
               set refusal-text to
                   "A record cannot be merged into itself."
               exit paragraph
           end-if.

           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content merge-table,
           by content survivor-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0
           or fetch-row-key(1) is not equal survivor-key then
               set refusal-text to spaces
               string
                   "No record " delimited by size
                   function trim(survivor-key) delimited by size
                   " to keep." delimited by size
                   into refusal-text
               end-string
               exit paragraph
           end-if.

           move fetch-row-value(1) to survivor-image.

           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content merge-table,
           by content duplicate-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0
           or fetch-row-key(1) is not equal duplicate-key then
               set refusal-text to spaces
               string
                   "No record " delimited by size
                   function trim(duplicate-key) delimited by size
                   " to retire." delimited by size
                   into refusal-text
               end-string
               exit paragraph
           end-if.

           move fetch-row-value(1) to duplicate-image.

           set scope-found to 0.

           call "table-scope-field"
           using by content merge-table,
           by reference scope-field,
           by reference scope-found.

           if scope-found is equal 1 then
               set dept-name to spaces

               call "request-department"
               using by content request,
               by reference dept-name,
               by reference dept-found

               set row-allowed to 1

               call "row-scope-allow"
               using by content merge-table,
               by content scope-field,
               by content survivor-image,
               by content dept-name,
               by reference row-allowed

               if row-allowed is equal 1 then
                   call "row-scope-allow"
                   using by content merge-table,
                   by content scope-field,
                   by content duplicate-image,
                   by content dept-name,
                   by reference row-allowed
               end-if

               if row-allowed is equal 0 then
                   set refusal-text to
                       "Another department owns one of these records."
                   exit paragraph
               end-if
           end-if.

           call "db-row-stamp"
           using by content survivor-image,
           by reference survivor-stamp.

           call "db-row-stamp"
           using by content duplicate-image,
           by reference duplicate-stamp.

           call "note-count"
           using by content merge-table,
           by content survivor-key,
           by reference survivor-notes.

           call "note-count"
           using by content merge-table,
           by content duplicate-key,
           by reference duplicate-notes.

           set rows-ready to 1.

           exit paragraph.

      *    RENDER-COMPARISON -- THE TWO ROWS SIDE BY SIDE INSIDE
      *    THE MERGE FORM.
       render-comparison.
           call "merge-table-fields"
           using by content merge-table,
           by reference field-list.

           string
               "<form method=" X"22" "POST" X"22"
               " action=" X"22" "/maintain/mergepost" X"22" ">"
               X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           move merge-table to attr-source.
           perform escape-attribute.
           string
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "table" X"22"
               " value=" X"22" attr-text(1:attr-length) X"22" ">"
               into piece-data
               with pointer piece-pointer
           end-string.

           move survivor-key to attr-source.
           perform escape-attribute.
           string
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "survivor" X"22"
               " value=" X"22" attr-text(1:attr-length) X"22" ">"
               into piece-data
               with pointer piece-pointer
           end-string.

           move duplicate-key to attr-source.
           perform escape-attribute.
           string
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "duplicate" X"22"
               " value=" X"22" attr-text(1:attr-length) X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "sstamp" X"22"
               " value=" X"22" survivor-stamp X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "dstamp" X"22"
               " value=" X"22" duplicate-stamp X"22" ">" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           string
               "<table border=" X"22" "1" X"22" "><tr><th>Field</th>"
               "<th>Keep " function trim(survivor-key) "</th>"
               "<th>Retire " function trim(duplicate-key) "</th>"
               "</tr>" X"0A"
               into piece-data
               with pointer piece-pointer
               on overflow
                   continue
           end-string.

           perform send-piece.

           if field-list-size is equal 0 then
               perform render-whole-rows
           else
               perform render-one-field
                   varying f from 1 by 1
                   until f is greater than field-list-size
           end-if.

           move survivor-notes to notes-edit.
           string
               "<tr><td>notes</td><td>" function trim(notes-edit)
               into piece-data
               with pointer piece-pointer
           end-string.
           move duplicate-notes to notes-edit.
           string
               "</td><td>" function trim(notes-edit)
               " (moved across)</td></tr></table>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           if user-role is equal "approver"
           or user-role is equal "admin" then
               string
                   "<p>Every record pointing at "
                   function trim(duplicate-key)
                   " will point at " function trim(survivor-key)
                   ", then " function trim(duplicate-key)
                   " is retired.</p>"
                   "<input type=" X"22" "submit" X"22"
                   " value=" X"22" "Merge" X"22" ">" X"0A"
                   into piece-data
                   with pointer piece-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "<p>Only an approver may merge records.</p>" X"0A"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               "</form>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

      *    RENDER-ONE-FIELD -- FIELD f: ITS NAME, AND EACH ROW'S
      *    VALUE BEHIND A RADIO BUTTON (kN = s OR d).
       render-one-field.
           move f to field-number.

           set take-duplicate to 0.
           if survivor-image(mf-offset(f):mf-length(f))
               is equal spaces
           and duplicate-image(mf-offset(f):mf-length(f))
               is not equal spaces then
               set take-duplicate to 1
           end-if.

           string
               "<tr><td>" function trim(mf-name(f)) "</td><td>"
               into piece-data
               with pointer piece-pointer
           end-string.

           if mf-derived(f) is equal 0 then
               string
                   "<input type=" X"22" "radio" X"22"
                   " name=" X"22" "k" function trim(field-number)
                   X"22" " value=" X"22" "s" X"22"
                   into piece-data
                   with pointer piece-pointer
               end-string
               if take-duplicate is equal 0 then
                   string
                       " checked"
                       into piece-data
                       with pointer piece-pointer
                   end-string
               end-if
               string
                   "> "
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           move survivor-image(mf-offset(f):mf-length(f))
               to attr-source.
           perform render-field-value.

           string
               "</td><td>"
               into piece-data
               with pointer piece-pointer
           end-string.

           if mf-derived(f) is equal 0 then
               string
                   "<input type=" X"22" "radio" X"22"
                   " name=" X"22" "k" function trim(field-number)
                   X"22" " value=" X"22" "d" X"22"
                   into piece-data
                   with pointer piece-pointer
               end-string
               if take-duplicate is equal 1 then
                   string
                       " checked"
                       into piece-data
                       with pointer piece-pointer
                   end-string
               end-if
               string
                   "> "
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           move duplicate-image(mf-offset(f):mf-length(f))
               to attr-source.
           perform render-field-value.

           if mf-derived(f) is equal 1 then
               string
                   " (recomputed)"
                   into piece-data
                   with pointer piece-pointer
               end-string
           end-if.

           string
               "</td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

      *    RENDER-FIELD-VALUE -- attr-source, ESCAPED, OR JUST THE
      *    WORD FOR A SENSITIVE FIELD.
       render-field-value.
           if mf-sensitive(f) is equal 1 then
               string
                   "(sensitive)"
                   into piece-data
                   with pointer piece-pointer
               end-string
               exit paragraph
           end-if.

           perform escape-attribute.

           string
               attr-text(1:attr-length)
               into piece-data
               with pointer piece-pointer
           end-string.

           exit paragraph.

      *    RENDER-WHOLE-ROWS -- A TABLE WITH NO DECLARED FIELDS
      *    SHOWS BOTH IMAGES; THE SURVIVOR'S IS KEPT AS IT STANDS.
       render-whole-rows.
           move survivor-image to attr-source.
           perform escape-attribute.

           string
               "<tr><td>(row, kept)</td><td><pre>"
               attr-text(1:attr-length)
               "</pre></td><td><pre>"
               into piece-data
               with pointer piece-pointer
           end-string.

           move duplicate-image to attr-source.
           perform escape-attribute.

           string
               attr-text(1:attr-length)
               "</pre></td></tr>" X"0A"
               into piece-data
               with pointer piece-pointer
           end-string.

           perform send-piece.

           exit paragraph.

      *    ESCAPE-ATTRIBUTE -- attr-source UP TO ITS LAST NON-SPACE
      *    INTO attr-text WITH " < > & AS HTML ENTITIES;
      *    attr-length MAY BE 0, SO EVERY USE IS attr-text(1:...)
      *    OF A BUFFER THAT IS NEVER SHORTER THAN ONE BYTE.
       escape-attribute.
           move spaces to attr-text.
           set attr-length to 0.
           set source-length to 256.

           perform shorten-source
               until source-length is equal 0
               or attr-source(source-length:1) is not equal space.

           perform escape-one-char
               varying e from 1 by 1
               until e is greater than source-length.

           if attr-length is equal 0 then
               set attr-length to 1
           end-if.

           exit paragraph.

       shorten-source.
           subtract 1 from source-length.

           exit paragraph.

       escape-one-char.
           evaluate attr-source(e:1)
               when X"22"
                   move "&quot;" to attr-text(attr-length + 1:6)
                   add 6 to attr-length
               when "<"
                   move "&lt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when ">"
                   move "&gt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when "&"
                   move "&amp;" to attr-text(attr-length + 1:5)
                   add 5 to attr-length
               when other
                   add 1 to attr-length
                   move attr-source(e:1) to attr-text(attr-length:1)
           end-evaluate.

           exit paragraph.

      *    SEND-PIECE -- piece-data UP TO piece-pointer OUT IN
      *    1024-BYTE sendstream_append CHUNKS, THEN AN EMPTY PIECE.
       send-piece.
           compute piece-size = piece-pointer - 1.
           set chunk-start to 1.

           perform send-one-chunk
               until chunk-start is greater than piece-size.

           move spaces to piece-data.
           set piece-pointer to 1.

           exit paragraph.

       send-one-chunk.
           compute chunk-size = piece-size - chunk-start + 1.

           if chunk-size is greater than 1024 then
               set chunk-size to 1024
           end-if.

           call "sendstream_append"
           using by content connect,
           by content piece-data(chunk-start:chunk-size),
           by content chunk-size.

           add chunk-size to chunk-start.

           exit paragraph.

       end program http-maintain-merge.

      *****************************************

       identification division.
       program-id. http-maintain-mergepost.

      ************************************************************
      * POST /maintain/mergepost -- THE MERGE SCREEN'S "Merge":
      * table, survivor, duplicate, THE TWO VERSION STAMPS THE
      * SCREEN SHOWED (sstamp, dstamp) AND ONE kN (s OR d) PER
      * FIELD. APPROVERS AND ADMINS ONLY. EITHER ROW CHANGED SINCE
      * THE SCREEN WAS DRAWN (OR ANOTHER DEPARTMENT OWNS IT) AND
      * NOTHING HAPPENS; OTHERWISE THE CHOSEN VALUES ARE LAID OVER
      * THE SURVIVOR AND db-merge DOES THE REST, WITH THE CLERK IN
      * THE AUDIT SOURCE ("maintain:<user>").
      ************************************************************

       data division.

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(2048).
           05 string-size pic 9(5).

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       01 field-list.
           05 merge-field occurs 50 times.
               10 mf-name      pic x(30).
               10 mf-offset    pic 9(4).
               10 mf-length    pic 9(4).
               10 mf-sensitive pic 9.
               10 mf-derived   pic 9.
           05 field-list-size pic 9(2).

      *    THE CLERK'S CHOICE PER FIELD, BY FIELD NUMBER.
       01 choice-list.
           05 field-choice occurs 50 times pic x(1).

       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 fetch-count   pic 9(3).
       77 query-status  pic 9.

       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 body-length   pic 9(6).
       77 q             pic 9(3).
       77 f             pic 9(2).
       77 choice-number pic 9(2).
       77 merge-table   pic x(30).
       77 survivor-key  pic x(50).
       77 duplicate-key pic x(50).
       77 posted-survivor-stamp  pic x(8).
       77 posted-duplicate-stamp pic x(8).
       77 survivor-stamp  pic x(8).
       77 duplicate-stamp pic x(8).
       77 survivor-image  pic x(1024).
       77 duplicate-image pic x(1024).
       77 merged-image    pic x(1024).
       77 change-source pic x(32).
       77 outcome-text  pic x(80).
       77 merge-status  pic 9.
       77 scope-field   pic x(30).
       77 scope-found   pic 9.
       77 dept-name     pic x(16).
       77 dept-found    pic 9.
       77 row-allowed   pic 9.
       77 out-pointer   pic 9(5).

       01 buffer.
           05 buffer-data pic x(256).
           05 buffer-size pic 9(4).

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

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           if session-found is equal 0 then
               perform send-forbidden
               exit program
           end-if.

           set merge-table to spaces.
           set survivor-key to spaces.
           set duplicate-key to spaces.
           set posted-survivor-stamp to spaces.
           set posted-duplicate-stamp to spaces.
           move spaces to choice-list.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set change-source to spaces.
           string
               "maintain:" delimited by size
               function trim(user-name(1:23)) delimited by size
               into change-source
           end-string.

           set outcome-text to spaces.

           if user-role is not equal "approver"
           and user-role is not equal "admin" then
               set outcome-text to "only an approver may merge records"
           else
               perform merge-as-shown
           end-if.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Merge records</h1><p>"
               function trim(merge-table) " "
               function trim(duplicate-key) " into "
               function trim(survivor-key) ": "
               function trim(outcome-text)
               "</p><p><a href=" X"22"
               "/maintain/edit?table=" function trim(merge-table)
               "&key=" function trim(survivor-key) X"22"
               ">Open the surviving record</a></p>"
               "<p><a href=" X"22" "/maintain/merge" X"22"
               ">Back to merge</a></p></body></html>" X"0A"
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

      *    TAKE-ONE-FIELD -- THE KEYS, STAMPS AND kN CHOICES.
       take-one-field.
           evaluate true
               when get-name(q) is equal "table"
                   move get-value(q)(1:30) to merge-table
               when get-name(q) is equal "survivor"
                   move get-value(q)(1:50) to survivor-key
               when get-name(q) is equal "duplicate"
                   move get-value(q)(1:50) to duplicate-key
               when get-name(q) is equal "sstamp"
                   move get-value(q)(1:8) to posted-survivor-stamp
               when get-name(q) is equal "dstamp"
                   move get-value(q)(1:8) to posted-duplicate-stamp
               when get-name(q)(1:1) is equal "k"
                   perform take-field-choice
           end-evaluate.

           exit paragraph.

      *    TAKE-FIELD-CHOICE -- "k7=d" IS FIELD 7 FROM THE
      *    DUPLICATE.
       take-field-choice.
           set choice-number to 0.

           if get-name(q)(2:2) is numeric then
               move get-name(q)(2:2) to choice-number
           else
               if get-name(q)(2:1) is numeric
               and get-name(q)(3:1) is equal space then
                   move get-name(q)(2:1) to choice-number
               end-if
           end-if.

           if choice-number is greater than 0
           and choice-number is not greater than 50 then
               move get-value(q)(1:1) to field-choice(choice-number)
           end-if.

           exit paragraph.

      *    MERGE-AS-SHOWN -- BOTH ROWS STILL AS THE SCREEN SHOWED
      *    THEM, THEN THE CHOSEN VALUES THROUGH db-merge.
       merge-as-shown.
           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content merge-table,
           by content survivor-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0
           or fetch-row-key(1) is not equal survivor-key then
               set outcome-text to "not merged - no record to keep"
               exit paragraph
           end-if.

           move fetch-row-value(1) to survivor-image.

           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content merge-table,
           by content duplicate-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0
           or fetch-row-key(1) is not equal duplicate-key then
               set outcome-text to "not merged - no record to retire"
               exit paragraph
           end-if.

           move fetch-row-value(1) to duplicate-image.

           call "db-row-stamp"
           using by content survivor-image,
           by reference survivor-stamp.

           call "db-row-stamp"
           using by content duplicate-image,
           by reference duplicate-stamp.

           if survivor-stamp is not equal posted-survivor-stamp
           or duplicate-stamp is not equal posted-duplicate-stamp
           then
               set outcome-text to
               "not merged - a record changed since it was shown"
               exit paragraph
           end-if.

           set scope-found to 0.

           call "table-scope-field"
           using by content merge-table,
           by reference scope-field,
           by reference scope-found.

           if scope-found is equal 1 then
               set dept-name to spaces

               call "request-department"
               using by content request,
               by reference dept-name,
               by reference dept-found

               set row-allowed to 1

               call "row-scope-allow"
               using by content merge-table,
               by content scope-field,
               by content survivor-image,
               by content dept-name,
               by reference row-allowed

               if row-allowed is equal 1 then
                   call "row-scope-allow"
                   using by content merge-table,
                   by content scope-field,
                   by content duplicate-image,
                   by content dept-name,
                   by reference row-allowed
               end-if

               if row-allowed is equal 0 then
                   set outcome-text to
                   "not merged - another department owns a record"
                   exit paragraph
               end-if
           end-if.

           call "merge-table-fields"
           using by content merge-table,
           by reference field-list.

           move survivor-image to merged-image.

           perform take-chosen-value
               varying f from 1 by 1
               until f is greater than field-list-size.

           set merge-status to 0.

           call "db-merge"
           using by content merge-table,
           by content survivor-key,
           by content duplicate-key,
           by content merged-image,
           by content change-source,
           by reference outcome-text,
           by reference merge-status.

           exit paragraph.

       take-chosen-value.
           if field-choice(f) is equal "d"
           and mf-derived(f) is equal 0 then
               move duplicate-image(mf-offset(f):mf-length(f))
                   to merged-image(mf-offset(f):mf-length(f))
           end-if.

           exit paragraph.

      *    SEND-FORBIDDEN -- SAME BARE 403 AS maintain-check-user.
       send-forbidden.
           set buffer-data to spaces.
           set buffer-size to 1.

           string
               "HTTP/1.1 403 Forbidden" X"0A" X"0A"
               into buffer-data
               with pointer buffer-size
           end-string.

           subtract 1 from buffer-size.

           call "send_tcp"
           using by value connect,
           by content buffer-data(1:buffer-size),
           by value buffer-size.

           exit paragraph.

       end program http-maintain-mergepost.
