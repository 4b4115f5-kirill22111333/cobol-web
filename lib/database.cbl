           05 search-key-rest pic x(50).
       77 rows-found     pic 9(3).
       77 tilde-hits     pic 9(3).
       77 merged-key     pic x(50).
       77 merged-found   pic 9.

      *    THE ACCESS STATISTICS (lib/tablestats.cbl) -- SET BY A
      *    CALLER THAT FILTERS THE ROWS IT PAGES THROUGH.
       01 db-access-filter pic x(30) external.
       77 access-kind     pic x.
       77 access-calls    pic 9(9).
       77 access-pages    pic 9(9).
       77 access-examined pic 9(9).
       77 access-returned pic 9(9).

       linkage section.
       01 db-table pic x(30).
               set status-func to 1
           end-if.

           perform note-access.

           exit program.

      *    NOTE-ACCESS -- ONE EXACT-KEY READ, OR ONE PAGE OF A SCAN
      *    (THE FIRST PAGE COUNTS AS THE SCAN ITSELF). A PAGE READ
      *    FOR A FILTERING CALLER IS ONLY EXAMINED HERE -- THE
      *    CALLER NOTES THE ROWS IT KEEPS.
       note-access.
           set access-calls to 1.
           set access-pages to 0.
           move rows-found to access-examined.
           move rows-found to access-returned.

           if db-key is equal spaces then
               move "S" to access-kind
               set access-pages to 1

               if address of resume-after is not equal null
               and resume-after is not equal spaces then
                   set access-calls to 0
               end-if

               if db-access-filter is not equal spaces then
                   set access-returned to 0
               end-if
           else
               move "K" to access-kind
               set access-examined to 1
           end-if.

           call "db-access-note"
           using by content db-table,
           by content access-kind,
           by content access-calls,
           by content access-pages,
           by content access-examined,
           by content access-returned.

           exit paragraph.

      *    READ-ONE-ROW -- EXACT-KEY LOOKUP, THE SAME READ ... KEY IS
      *    ... INVALID KEY SHAPE session-lookup ALREADY USES.
       read-one-row.
                   set row-value(1) to rec-value
           end-read.

           set tilde-hits to 0.
           inspect db-key tallying tilde-hits for all "~".

      *    A KEY db-merge RETIRED (lib/merge.cbl) READS AS THE ROW
      *    IT WAS MERGED INTO -- row-key(1) SAYS WHICH ROW CAME
      *    BACK, SO A CALLER THAT CARES CAN TELL.
           if rows-found is equal 0
           and tilde-hits is equal 0 then
               perform read-merged-row
           end-if.

      *    SENSITIVE FIELDS COME BACK CLEAR THROUGH THE NORMAL
      *    CALL PATH -- A "~" CONTINUATION SEGMENT IS A RAW BYTE
      *    SLICE AND IS NEVER TRANSFORMED.

           if rows-found is equal 1
           and tilde-hits is equal 0 then

           exit paragraph.

       read-merged-row.
           set merged-found to 0.

           call "merge-redirect"
           using by content db-table,
           by content db-key,
           by reference merged-key,
           by reference merged-found.

           if merged-found is equal 0 then
               exit paragraph
           end-if.

           set rec-table to db-table.
           set rec-key to merged-key.

           read database-file
               key is db-fullkey
               invalid key
                   continue
               not invalid key
                   set rows-found to 1
                   set row-key(1) to rec-key
                   set row-value(1) to rec-value
           end-read.

           exit paragraph.

      *    SCAN-TABLE -- POSITIONS ON THE FIRST ROW WHOSE KEY IS
      *    GREATER THAN OR EQUAL TO "db-table" PLUS LOW-VALUES (I.E.
      *    THE FIRST ROW OF THAT TABLE, WHATEVER ITS ROW KEY IS),
       01 tx-run-id pic x(26) external.
       01 trigger-active-mark pic x external.
       01 db-batch-mark pic x external.
       01 request-user-name pic x(64) external.
       01 request-user-role pic x(16) external.

       77 database-stat pic xx.
       77 audit-stat    pic xx.
       77 bus-channel-name pic x(30).
       77 bus-message-text pic x(512).
       77 bus-status    pic 9.
       77 acting-role   pic x(16).
       77 acting-name   pic x(64).
       77 workflow-from pic x(30).
       77 workflow-to   pic x(30).
       77 workflow-refusal pic x(80).
       77 read-only-on  pic 9.
       77 read-only-reason pic x(128).
       77 merged-key    pic x(50).
       77 merged-found  pic 9.

       linkage section.
       01 db-table  pic x(30).
                           optional caller-name.

           set status-func to 0.
           set workflow-from to spaces.
           set workflow-to to spaces.

           set change-source to "(unknown)".
           if address of caller-name is not equal null
               set change-source to caller-name
           end-if.

      *    READ-ONLY MODE (lib/readonly.cbl) REFUSES EVERY WRITE,
      *    WHOEVER ASKS -- A GET HANDLER OR A BATCH JOB ALIKE.
           perform check-read-only.

           if row-valid is equal 0 then
               exit program
           end-if.

      *    THE DATA FILE, ITS JOURNAL AND ITS AUDIT TRAIL ALL
      *    BELONG TO THE ACTIVE TENANT'S PARTITION -- RESOLVED
      *    TOGETHER SO A RECOVERY REPLAYS EXACTLY THE CHANGES THAT
           inspect db-key tallying key-tilde-hits for all "~".

           if key-tilde-hits is equal 0 then
      *        A KEY db-merge HAS RETIRED STAYS RETIRED -- WRITING
      *        IT AGAIN WOULD BRING THE DUPLICATE BACK BESIDE ITS
      *        SURVIVOR, WHICH db-query ALREADY ANSWERS FOR IT.
               perform check-merged-key

               if row-valid is equal 0 then
                   exit program
               end-if

      *        A NEW ROW OF A TABLE WITH A cutoffs.cfg RULE TAKES
      *        THE BUSINESS DATE IT WILL BE PROCESSED ON -- THE
      *        NEXT DISPATCH DAY WHEN IT ARRIVES AFTER THE
      *        CUT-OFF -- BEFORE ANY RULE JUDGES IT, SO THE
      *        SCHEMA, FISCAL AND JOURNAL ALL SEE THE STAMPED ROW.
               perform apply-cutoff

      *        A TABLE WITH A schemas.cfg DECLARATION GETS ITS ROW
      *        CHECKED FIELD BY FIELD BEFORE ANYTHING ELSE HAPPENS
      *        -- IN PARTICULAR BEFORE THE JOURNAL WRITE, SO A
                   exit program
               end-if

      *        A ROW DATED IN A CLOSED FISCAL PERIOD IS FROZEN --
      *        NEITHER THE ROW AS IT STANDS NOR THE ROW AS IT
      *        WOULD BE MAY FALL IN A PERIOD period-close HAS
      *        SHUT, UNTIL A CONTROLLER REOPENS IT. A TABLE WITH
      *        NO fiscaldate.cfg DECLARATION PASSES UNCHECKED.
               perform check-fiscal-period

               if row-valid is equal 0 then
                   exit program
               end-if

      *        A TABLE UNDER A workflow.cfg STATE MACHINE MOVES ITS
      *        STATUS ONLY ALONG A DECLARED TRANSITION, BY A ROLE
      *        ALLOWED IT, WITH THE TRANSITION'S REQUIRED FIELDS
      *        FILLED IN. A TABLE WITH NO FIELD LINE PASSES
      *        UNCHECKED.
               perform check-workflow

               if row-valid is equal 0 then
                   exit program
               end-if

      *        SENSITIVE schemas.cfg FIELDS SCRAMBLE HERE -- AFTER
      *        THE RULES HAVE JUDGED THE CLEAR VALUES, BEFORE THE
      *        JOURNAL, AUDIT, INDEX OR DATA FILE SEE THE ROW, SO
           if status-func is equal 1 then
               perform write-audit-record

      *        A STATUS THAT MOVED GOES TO THE STATUS HISTORY,
      *        WITH WHO MOVED IT.
               if workflow-from is not equal workflow-to then
                   call "workflow-record"
                   using by content db-table,
                   by content db-key,
                   by content workflow-from,
                   by content workflow-to,
                   by content acting-name
               end-if

      *        KEEP ANY DECLARED ALTERNATE-KEY INDEXES IN STEP --
      *        db-index-maintain (lib/dbindex.cbl) IS A NO-OP FOR A
      *        TABLE WITH NO indexes.cfg DECLARATION. CONTINUATION
                   by content before-image,
                   by content db-value,
                   by content change-action

      *            WHICH RUN, JOB OR SESSION WROTE THE ROW
      *            (lib/provenance.cbl).
                   call "db-provenance-record"
                   using by content db-table,
                   by content db-key,
                   by content change-action,
                   by content before-image,
                   by content change-source
               end-if

      *        INSIDE A db-tx-begin BRACKET EVERY APPLIED CHANGE
                   perform write-undo-record
               end-if

      *        A CHANGE OUTSIDE A BRACKET IS COMMITTED NOW, SO IT
      *        TAKES ITS CHANGE NUMBER FOR THE /changes FEED;
      *        A BRACKETED ONE IS NUMBERED BY db-tx-commit.
               if tx-active-mark is not equal "1" then
                   call "change-capture"
                   using by content db-table,
                   by content db-key,
                   by content change-action,
                   by content before-image,
                   by content db-value,
                   by content change-source
               end-if

      *        DECLARED ROLLUPS (triggers.cfg) ADJUST THEIR
      *        PARENT TOTALS AT WRITE TIME -- A NO-OP FOR A TABLE
      *        WITH NO DECLARATION, AND SKIPPED WHEN THIS UPDATE
           using by content db-table,
           by content db-value,
           by reference row-valid,
           by reference bad-field,
           by content db-key.

           if row-valid is equal 0 then
               move "WARN" to log-level

           exit paragraph.

      *    APPLY-CUTOFF -- DELEGATES TO cutoff-stamp
      *    (lib/cutoff.cbl), WHICH MAY REWRITE THE ROW'S DATE FIELD
      *    AND LOGS ITS OWN ROLL.
       apply-cutoff.
           call "cutoff-stamp"
           using by content db-table,
           by content db-key,
           by reference db-value,
           by content change-source.

           exit paragraph.

      *    CHECK-PARENT-KEYS -- DELEGATES TO db-check-parents
      *    (lib/relations.cbl) AND LOGS A REFUSAL THE SAME WAY
      *    VALIDATE-AGAINST-SCHEMA DOES.

           exit paragraph.

      *    CHECK-READ-ONLY -- row-valid 0 WHILE THE SITE IS IN
      *    READ-ONLY MODE, WITH A WARN LINE NAMING THE ROW.
       check-read-only.
           set row-valid to 1.

           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 0 then
               exit paragraph
           end-if.

           set row-valid to 0.

           move "WARN" to log-level.
           move "db-update" to log-source.
           set log-text to spaces.
           string
               "READ-ONLY MODE - ROW REFUSED FOR TABLE "
                   delimited by size
               function trim(db-table) delimited by size
               " KEY " delimited by size
               function trim(db-key) delimited by size
               " FROM " delimited by size
               function trim(change-source) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    CHECK-MERGED-KEY -- merge-redirect (lib/merge.cbl) KNOWS
      *    EVERY RETIRED KEY.
       check-merged-key.
           set merged-found to 0.

           call "merge-redirect"
           using by content db-table,
           by content db-key,
           by reference merged-key,
           by reference merged-found.

           if merged-found is equal 0 then
               exit paragraph
           end-if.

           set row-valid to 0.

           move "WARN" to log-level.
           move "db-update" to log-source.
           set log-text to spaces.
           string
               "ROW REFUSED FOR TABLE " delimited by size
               function trim(db-table) delimited by size
               " - KEY " delimited by size
               function trim(db-key) delimited by size
               " WAS MERGED INTO " delimited by size
               function trim(merged-key) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    CHECK-FISCAL-PERIOD -- DELEGATES TO fiscal-posting-check
      *    (lib/fiscal.cbl) AND LOGS A REFUSAL THE SAME WAY
      *    VALIDATE-AGAINST-SCHEMA DOES.
       check-fiscal-period.
           call "fiscal-posting-check"
           using by content db-table,
           by content db-key,
           by content db-value,
           by reference row-valid,
           by reference bad-field.

           if row-valid is equal 0 then
               move "WARN" to log-level
               move "db-update" to log-source
               set log-text to spaces
               string
                   "ROW REFUSED FOR TABLE " delimited by size
                   function trim(db-table) delimited by size
                   " KEY " delimited by size
                   function trim(db-key) delimited by size
                   " CLOSED FISCAL PERIOD ON " delimited by size
                   function trim(bad-field) delimited by size
                   into log-text
               end-string

               call "log-message"
               using by content log-level,
               by content log-source,
               by content log-text
           end-if.

           exit paragraph.

      *    CHECK-WORKFLOW -- DELEGATES TO workflow-check
      *    (lib/workflow.cbl) FOR THE SIGNED-IN ROLE THE REQUEST
      *    CARRIES (session-user-role LEAVES IT IN THE EXTERNAL
      *    ITEMS; A BATCH JOB HAS NONE AND IS HELD BY THE "*"
      *    LINES), AND LOGS A REFUSAL THE SAME WAY
      *    VALIDATE-AGAINST-SCHEMA DOES.
       check-workflow.
           move request-user-role to acting-role.
           if acting-role is equal low-values then
               set acting-role to spaces
           end-if.

           move request-user-name to acting-name.
           if acting-name is equal spaces
           or acting-name is equal low-values then
               move change-source to acting-name
           end-if.

           call "workflow-check"
           using by content db-table,
           by content db-key,
           by content db-value,
           by content acting-role,
           by reference row-valid,
           by reference workflow-refusal,
           by reference workflow-from,
           by reference workflow-to.

           if row-valid is equal 0 then
               move "WARN" to log-level
               move "db-update" to log-source
               set log-text to spaces
               string
                   "ROW REFUSED FOR TABLE " delimited by size
                   function trim(db-table) delimited by size
                   " KEY " delimited by size
                   function trim(db-key) delimited by size
                   " - " delimited by size
                   function trim(workflow-refusal) delimited by size
                   into log-text
               end-string

               call "log-message"
               using by content log-level,
               by content log-source,
               by content log-text
           end-if.

           exit paragraph.

      *    WRITE-JOURNAL-RECORD -- THE WRITE-AHEAD ENTRY, APPENDED
      *    AND CLOSED (FLUSHED) BEFORE database.dat IS EVER OPENED,
      *    SO THE JOURNAL ALWAYS RUNS AT OR AHEAD OF THE FILE. A
       77 audit-days      pic 9(4) value 0.
       77 before-image  pic x(1024).
       77 change-source pic x(32).
       77 delete-action pic x(6) value "DELETE".
       77 blank-image   pic x(1024) value spaces.
       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).
       77 field-found   pic 9.
       77 cur-table     pic x(30).
       77 cur-key       pic x(50).
       77 guard-table   pic x(30).
       77 guard-key     pic x(50).
       77 guard-image   pic x(1024).
       77 row-valid     pic 9.
       77 bad-field     pic x(30).
       77 period-blocked pic 9.
       77 hold-blocked  pic 9.
       77 hold-held     pic 9.
       77 hold-matter   pic x(32).
       77 read-only-on  pic 9.
       77 read-only-reason pic x(128).

       linkage section.
       01 db-table  pic x(30).
               set change-source to caller-name
           end-if.

      *    SAME READ-ONLY REFUSAL AS db-update's.
           perform check-read-only.

           if row-valid is equal 0 then
               exit program
           end-if.

      *    SAME PER-TENANT FILE RESOLUTION AS db-update's.
           perform resolve-tenant-files.

                   exit program
           end-read.

      *    A ROW DATED IN A CLOSED FISCAL PERIOD STAYS -- THE SAME
      *    POSTING LOCK db-update APPLIES, CHECKED BEFORE ANY
      *    RELATIONSHIP WORK. CASCADE CHILDREN ARE HELD TO IT TOO
      *    AS THE WALK FINDS THEM.
           set period-blocked to 0.
           move db-table to guard-table.
           move db-key to guard-key.
           move rec-value to guard-image.
           perform check-fiscal-period.

           if row-valid is equal 0 then
               if db-batch-mark is not equal "1" then
                   close database-file
                   set database-held to 0
               end-if
               perform log-period-refusal
               exit program
           end-if.

      *    A ROW UNDER LEGAL HOLD STAYS TOO, WHOEVER ASKS.
           perform check-legal-hold.

           if hold-held is equal 1 then
               if db-batch-mark is not equal "1" then
                   close database-file
                   set database-held to 0
               end-if
               perform log-hold-refusal
               exit program
           end-if.

           perform load-relations.

      *    PHASE 1 -- BUILD THE FULL DELETE LIST AND PROVE IT
           move db-table to work-table(1).
           move db-key to work-key(1).
           set ri-blocked to 0.
           set hold-blocked to 0.

           if relation-size is greater than 0 then
               perform expand-worklist
                   close database-file
                   set database-held to 0
               end-if
               evaluate true
                   when hold-blocked is equal 1
                       perform log-hold-refusal
                   when period-blocked is equal 1
                       perform log-period-refusal
                   when other
                       perform log-restrict-refusal
               end-evaluate
               exit program
           end-if.

                   move rel-child(rl)
                       to work-table(worklist-size)
                   move scan-key to work-key(worklist-size)
                   move rel-child(rl) to guard-table
                   move scan-key to guard-key
                   move scan-value to guard-image
                   perform check-fiscal-period
                   if row-valid is equal 0 then
                       set period-blocked to 1
                       set ri-blocked to 1
                   else
                       perform check-legal-hold
                       if hold-held is equal 1 then
                           set hold-blocked to 1
                           set ri-blocked to 1
                       end-if
                   end-if
               end-if
           else
               set ri-blocked to 1

           perform write-audit-record.

      *    THE ROW'S PROVENANCE GOES WITH IT; THE DELETE ITSELF IS
      *    LOGGED WITH ITS ORIGIN, FOR provenance-run.
           call "db-provenance-record"
           using by content cur-table,
           by content cur-key,
           by content delete-action,
           by content before-image,
           by content change-source.

      *    DROP THE DELETED ROW'S ALTERNATE-KEY INDEX ENTRIES
      *    TOO -- A NO-OP FOR A TABLE WITH NO indexes.cfg
      *    DECLARATION.
      *    BACK IF THE GROUP NEVER COMMITS.
           if tx-active-mark is equal "1" then
               perform write-undo-record
           else
               call "change-capture"
               using by content cur-table,
               by content cur-key,
               by content delete-action,
               by content before-image,
               by content blank-image,
               by content change-source
           end-if.

      *    DECLARED ROLLUPS GIVE THE DELETED ROW'S CONTRIBUTION

           exit paragraph.

      *    CHECK-READ-ONLY -- row-valid 0 WHILE THE SITE IS IN
      *    READ-ONLY MODE, WITH A WARN LINE NAMING THE ROW.
       check-read-only.
           set row-valid to 1.

           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 0 then
               exit paragraph
           end-if.

           set row-valid to 0.

           move "WARN" to log-level.
           move "db-delete" to log-source.
           set log-text to spaces.
           string
               "READ-ONLY MODE - ROW REFUSED FOR TABLE "
                   delimited by size
               function trim(db-table) delimited by size
               " KEY " delimited by size
               function trim(db-key) delimited by size
               " FROM " delimited by size
               function trim(change-source) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    CHECK-FISCAL-PERIOD -- fiscal-posting-check FOR THE ROW
      *    IN guard-table/guard-key, WHOSE STORED IMAGE (CLEARED
      *    OF ANY SENSITIVE-FIELD SCRAMBLING FIRST) IS IN
      *    guard-image.
       check-fiscal-period.
           call "db-crypt-row"
           using by content guard-table,
           by reference guard-image,
           by content "DECRYPT".

           call "fiscal-posting-check"
           using by content guard-table,
           by content guard-key,
           by content blank-image,
           by reference row-valid,
           by reference bad-field,
           by content guard-image.

           exit paragraph.

      *    CHECK-LEGAL-HOLD -- hold-held 1 WHEN THE guard- ROW (ITS
      *    IMAGE ALREADY DECRYPTED BY check-fiscal-period) IS
      *    PROTECTED BY AN ACTIVE HOLD IN legalholds.dat.
       check-legal-hold.
           set hold-held to 0.
           set hold-matter to spaces.

           call "legal-hold-check"
           using by content guard-table,
           by content guard-key,
           by content guard-image,
           by reference hold-held,
           by reference hold-matter.

           exit paragraph.

      *    LOG-HOLD-REFUSAL -- THE SAME WARN LINE, NAMING THE HELD
      *    ROW AND THE MATTER HOLDING IT.
       log-hold-refusal.
           move "WARN" to log-level.
           move "db-delete" to log-source.
           set log-text to spaces.
           string
               "DELETE REFUSED FOR TABLE " delimited by size
               function trim(guard-table) delimited by size
               " KEY " delimited by size
               function trim(guard-key) delimited by size
               " LEGAL HOLD " delimited by size
               function trim(hold-matter) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    LOG-PERIOD-REFUSAL -- THE SAME WARN LINE, NAMING THE
      *    ROW THAT SITS IN THE CLOSED PERIOD.
       log-period-refusal.
           move "WARN" to log-level.
           move "db-delete" to log-source.
           set log-text to spaces.
           string
               "DELETE REFUSED FOR TABLE " delimited by size
               function trim(guard-table) delimited by size
               " KEY " delimited by size
               function trim(guard-key) delimited by size
               " CLOSED FISCAL PERIOD ON " delimited by size
               function trim(bad-field) delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    WRITE-JOURNAL-RECORD -- SAME WRITE-AHEAD ENTRY AS
      *    db-update's, WITH ACTION "DELETE" AND A BLANK VALUE;
      *    FLUSHED BEFORE THE ROW IT NAMES IS TOUCHED.
