           organization is line sequential
           file status is journal-stat.

           select undo-file assign to dynamic undo-name
           organization is line sequential
           file status is undo-stat.

       data division.

       file section.
           05 filler          pic x(1).
           05 journal-seal    pic x(16).

       fd undo-file.
       01 undo-record.
           05 undo-action pic x(6).
           05 filler      pic x(1).
           05 undo-table  pic x(30).
           05 filler      pic x(1).
           05 undo-key    pic x(50).
           05 filler      pic x(1).
           05 undo-before pic x(1024).
           05 filler      pic x(1).
           05 undo-after  pic x(1024).

       working-storage section.
       01 tx-active-mark pic x external.
       01 tx-run-id pic x(26) external.

       77 pending-stat pic xx.
       77 journal-stat pic xx.
       77 undo-stat    pic xx.
       77 undo-eof     pic 9.
       77 capture-source pic x(32).
       77 pending-name pic x(64).
       77 undo-name    pic x(64).
       77 journal-file-name pic x(64).
               by content seal-lock-key
           end-if.

           perform capture-group-changes.

           perform close-bracket.

           set status-func to 1.

           exit program.

      *    CAPTURE-GROUP-CHANGES -- THE GROUP IS HARDENED, SO ITS
      *    CHANGES TAKE THEIR /changes FEED NUMBERS NOW, IN THE
      *    ORDER THEY WERE APPLIED. THE UNDO FILE ALREADY HOLDS
      *    EACH ONE'S ACTION AND BOTH IMAGES; THE SOURCE NAMES THE
      *    GROUP SO A CONSUMER CAN TELL WHICH CHANGES LANDED
      *    TOGETHER.
       capture-group-changes.
           set capture-source to spaces.
           string
               "tx:" delimited by size
               function trim(tx-run-id) delimited by size
               into capture-source
           end-string.

           open input undo-file.

           if undo-stat is not equal "00" then
               exit paragraph
           end-if.

           set undo-eof to 0.

           perform capture-one-change until undo-eof is equal 1.

           close undo-file.

           exit paragraph.

       capture-one-change.
           read undo-file
               at end
                   set undo-eof to 1
                   exit paragraph
           end-read.

           call "change-capture"
           using by content undo-table,
           by content undo-key,
           by content undo-action,
           by content undo-before,
           by content undo-after,
           by content capture-source.

           exit paragraph.

      *    CLOSE-BRACKET -- DROPS THE SCRATCH FILES AND CLEARS THE
      *    EXTERNAL MARK SO THE NEXT db-update JOURNALS STRAIGHT
      *    THROUGH AGAIN.
      * AFTER A CRASH THE BRACKET'S EXTERNAL MARK IS GONE WITH THE
      * DEAD PROCESS -- THE OPERATOR RUNS THIS WITH TX_ID SET TO
      * THE ID db-tx-begin LOGGED AND THE HALF-APPLIED GROUP IS
      * BACKED OUT THE SAME WAY. A RESTARTING LOADER PASSES THE
      * ID ITS CHECKPOINT RECORDED AS THE OPTIONAL rollback-id.
      ************************************************************

       environment division.
       77 current-image  pic x(1024).
       77 change-source  pic x(32).
       77 u              pic 9(3).
       77 undo-dropped   pic 9(5).
       77 log-level      pic x(5).
       77 log-source     pic x(32).
       77 log-text       pic x(256).

      *    THE GROUP'S UNDO ENTRIES, HELD IN MEMORY SO THEY CAN BE
      *    REVERSED NEWEST FIRST -- THE SAME 200-ROW CEILING AS

       linkage section.
       01 status-func pic 9.
       01 rollback-id pic x(26).

       procedure division using status-func, optional rollback-id.

           set status-func to 0.

      *    THE BRACKET'S OWN ID WINS; A CALLER-NAMED ID COMES NEXT;
      *    TX_ID FROM THE ENVIRONMENT IS THE OPERATOR'S
      *    CRASH-RECOVERY PATH.
           set work-tx-id to spaces.

           if tx-active-mark is equal "1" then
               move tx-run-id to work-tx-id
           else
               if address of rollback-id is not equal null then
                   move rollback-id to work-tx-id
               end-if

               if work-tx-id is equal spaces then
                   set env-tx-id to spaces
                   accept env-tx-id from environment "TX_ID"
                   move env-tx-id to work-tx-id
               end-if
           end-if.

           if work-tx-id is equal spaces then

           perform load-undo-entries.

      *    PAST THE CEILING THE GROUP CANNOT COME BACK WHOLE --
      *    SAID LOUDLY, SO NOBODY TAKES THE ROLLBACK AS CLEAN.
           if undo-dropped is greater than 0 then
               move "ERROR" to log-level
               move "db-tx-rollback" to log-source
               set log-text to spaces
               string
                   "UNDO CEILING PASSED FOR " delimited by size
                   function trim(work-tx-id) delimited by size
                   " - " delimited by size
                   undo-dropped delimited by size
                   " LATEST CHANGE(S) NOT BACKED OUT"
                       delimited by size
                   into log-text
               end-string

               call "log-message"
               using by content log-level,
               by content log-source,
               by content log-text
           end-if.

           if undo-list-size is greater than 0 then
               open i-o database-file

      *    OLDEST FIRST; THE CALLER WALKS IT BACKWARD.
       load-undo-entries.
           set undo-list-size to 0.
           set undo-dropped to 0.

           open input undo-file.

                               to ue-before(undo-list-size)
                           move undo-after
                               to ue-after(undo-list-size)
                       else
                           add 1 to undo-dropped
                       end-if
               end-read
           end-perform.
                   by content index-action
           end-evaluate.

      *    AND THE ROW'S PROVENANCE (lib/provenance.cbl) RECORDS
      *    THE REVERSAL AS ITS LATEST WRITE.
           call "db-provenance-record"
           using by content ue-table(u),
           by content ue-key(u),
           by content reverse-action,
           by content current-image,
           by content change-source.

           exit paragraph.

      *    WRITE-ROLLBACK-AUDIT -- THE SAME FIXED-POSITION AUDIT
           exit program.

       end program db-tx-file-names.

      *****************************************

       identification division.
       program-id. db-tx-row-limit.

      ************************************************************
      * THE MOST ROWS OF db-table ONE UNIT OF WORK MAY CHANGE AND
      * STILL BE BACKED OUT WHOLE -- db-tx-rollback HOLDS 200 UNDO
      * ENTRIES, AND EACH ROW COSTS ONE FOR ITSELF PLUS TWO FOR
      * EVERY triggers.cfg ROLLUP IT FEEDS (THE OLD PARENT AND THE
      * NEW). A BRACKET BIGGER THAN THIS IS REFUSED OR SPLIT BY
      * ITS CALLER BEFORE IT STARTS, NEVER ROLLED BACK HALF-WAY.
      ************************************************************

       data division.
       working-storage section.
       77 undo-ceiling pic 9(3) value 200.
       77 rollup-count pic 9(3).

       linkage section.
       01 db-table  pic x(30).
       01 row-limit pic 9(3).

       procedure division using db-table, row-limit.

           set rollup-count to 0.

           call "db-trigger-count"
           using by content db-table,
           by reference rollup-count.

           compute row-limit =
               undo-ceiling / (1 + 2 * rollup-count).

           if row-limit is equal 0 then
               set row-limit to 1
           end-if.

           exit program.

       end program db-tx-row-limit.
