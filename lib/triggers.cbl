           exit paragraph.

       end program db-apply-triggers.

      *****************************************

       identification division.
       program-id. db-trigger-count.

      ************************************************************
      * HOW MANY triggers.cfg ROLLUPS A CHANGE TO db-table FIRES
      * -- THE LINES NAMING IT AS THE CHILD WITH A SUM OR COUNT
      * OP, THE SAME ONES db-apply-triggers ACTS ON. EACH CAN
      * ADJUST TWO PARENTS (A CHILD MOVED BETWEEN THEM), SO A
      * UNIT OF WORK SIZES ITSELF FROM THIS (db-tx-row-limit).
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

       linkage section.
       01 db-table     pic x(30).
       01 rollup-count pic 9(3).

       procedure division using db-table, rollup-count.

           set rollup-count to 0.

           open input trigger-config.

           if config-stat is not equal "00" then
               exit program
           end-if.

           set config-eof to 0.

           perform count-one-declaration
               until config-eof is equal 1.

           close trigger-config.

           exit program.

      *    COUNT-ONE-DECLARATION -- ONE triggers.cfg LINE.
       count-one-declaration.
           read trigger-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           initialize config-fields.

           unstring config-record delimited by all X"20"
               into cfg-child, cfg-field,
                    cfg-parent-key-field, cfg-parent,
                    cfg-target, cfg-op
           end-unstring.

           if cfg-child is not equal db-table
           or cfg-parent is equal spaces
           or cfg-target is equal spaces then
               exit paragraph
           end-if.

           if cfg-op is equal "SUM"
           or cfg-op is equal "COUNT" then
               add 1 to rollup-count
           end-if.

           exit paragraph.

       end program db-trigger-count.
