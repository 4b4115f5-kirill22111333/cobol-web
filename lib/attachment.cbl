       identification division.
       program-id. attachment-hold.

      ************************************************************
      * DOCUMENT ATTACHMENTS ON DATABASE ROWS -- THE SIGNED
      * CONTRACT, THE PROOF-OF-DELIVERY SCAN, THE SUPPLIER'S
      * CERTIFICATE, KEPT WITH THE CUSTOMER OR ORDER THEY BELONG
      * TO INSTEAD OF ON A SHARED DRIVE. "attachments.dat" IS
      * KEYED BY TABLE, ROW KEY AND ATTACHMENT NUMBER, THE SAME
      * SHAPE AS notes.dat, SO ONE ROW'S ATTACHMENTS SIT TOGETHER
      * IN THE ORDER THEY ARRIVED. EACH CARRIES ITS ORIGINAL FILE
      * NAME, SIZE, CONTENT TYPE, UPLOADER AND DATE, AND A STATUS:
      *
      *     HELD      IN QUARANTINE, AWAITING /maintain/uploads
      *     ACTIVE    RELEASED; THE FILE IS "attach.<number>.bin"
      *     REJECTED  THE REVIEWER REFUSED IT (THE FILE IS GONE)
      *     ARCHIVED  ITS ROW WENT TO A retention-purge ARCHIVE;
      *               THE FILE IS "attach.<number>.arc"
      *     EXPIRED   PAST ITS attachments.cfg RETENTION (THE FILE
      *               IS GONE, THE PROVENANCE STAYS)
      *
      * THIS PROGRAM TAKES A NEW UPLOAD: THE FILE GOES THROUGH
      * quarantine-file LIKE ANY OTHER UPLOAD (ITS QUARANTINE
      * NUMBER BECOMES THE ATTACHMENT NUMBER, ITS ROUTE NAMES THE
      * ROW AS "attach:<table>/<key>" FOR THE REVIEWER) AND THE
      * ATTACHMENT IS RECORDED HELD. NOTHING IS SERVED UNTIL THE
      * REVIEWER RELEASES IT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select attachment-file assign to "attachments.dat"
           organization is indexed
           access mode is dynamic
           record key is at-fullkey
           file status is attachment-stat.

       data division.

       file section.
       fd attachment-file.
       01 attachment-record.
           05 at-fullkey.
               10 at-table pic x(30).
               10 at-key   pic x(50).
               10 at-id    pic x(10).
           05 at-original pic x(128).
           05 at-type     pic x(64).
           05 at-size     pic 9(9).
           05 at-user     pic x(64).
           05 at-stamp    pic x(29).
           05 at-date     pic x(8).
           05 at-status   pic x(10).

       working-storage section.
       77 attachment-stat pic xx.
       77 upload-route  pic x(64).
       77 quarantine-id pic x(10).
       77 quarantine-status pic 9.
       77 id-number     pic 9(10).
       77 made-stamp    pic x(29).
       77 stamp-days    pic 9(4) value 0.
       77 probe-size    pic 9(8).
       77 probe-status  pic 9.
       77 probe-name    pic x(512).

       linkage section.
       01 db-table      pic x(30).
       01 db-key        pic x(50).
       01 user-name     pic x(64).
       01 original-name pic x(128).
       01 content-type  pic x(64).
       01 temp-path     pic x(256).
       01 attach-id     pic x(10).
       01 status-func   pic 9.

       procedure division using db-table, db-key, user-name,
                           original-name, content-type, temp-path,
                           attach-id, status-func.

           set status-func to 0.
           set attach-id to spaces.

      *    THE SIZE BEFORE quarantine-file MOVES IT.
           set probe-name to spaces.
           move temp-path to probe-name.
           set probe-size to 0.
           set probe-status to 0.

           call "file_size"
           using by content probe-name,
           by reference probe-size,
           by reference probe-status.

           set upload-route to spaces.
           string
               "attach:" delimited by size
               function trim(db-table) delimited by size
               "/" delimited by size
               function trim(db-key) delimited by size
               into upload-route
           end-string.

           set quarantine-status to 0.

           call "quarantine-file"
           using by content user-name,
           by content upload-route,
           by content original-name,
           by content temp-path,
           by reference quarantine-id,
           by reference quarantine-status.

           if quarantine-status is equal 0 then
               exit program
           end-if.

           move function numval(quarantine-id) to id-number.

           call "date-utc"
           using by reference made-stamp,
           by content stamp-days.

           open i-o attachment-file.

           if attachment-stat is equal "35" then
               open output attachment-file
               close attachment-file
               open i-o attachment-file
           end-if.

           move spaces to attachment-record.
           move db-table to at-table.
           move db-key to at-key.
           move id-number to at-id.
           move original-name to at-original.
           move content-type to at-type.
           if at-type is equal spaces then
               move "application/octet-stream" to at-type
           end-if.
           move probe-size to at-size.
           move user-name to at-user.
           move made-stamp to at-stamp.
           move function current-date(1:8) to at-date.
           move "HELD" to at-status.

           write attachment-record
           invalid key
               continue
           not invalid key
               set status-func to 1
               move at-id to attach-id
           end-write.

           close attachment-file.

           exit program.

       end program attachment-hold.

      *****************************************

       identification division.
       program-id. attachment-release.

      ************************************************************
      * THE REVIEWER'S VERDICT ON A HELD ATTACHMENT, CALLED FROM
      * /maintain/uploadact FOR AN "attach:" UPLOAD. "release"
      * MOVES quarantine.<id>.bin TO attach.<number>.bin AND MAKES
      * THE ATTACHMENT ACTIVE; "reject" MARKS IT REJECTED (THE
      * REVIEW SCREEN REMOVES THE FILE ITSELF). THE ATTACHMENT IS
      * FOUND BY A WALK OF attachments.dat -- A REVIEW IS RARE
      * ENOUGH NOT TO NEED A SECOND KEY. status-func 1 WHEN THE
      * VERDICT TOOK.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select attachment-file assign to "attachments.dat"
           organization is indexed
           access mode is dynamic
           record key is at-fullkey
           file status is attachment-stat.

       data division.

       file section.
       fd attachment-file.
       01 attachment-record.
           05 at-fullkey.
               10 at-table pic x(30).
               10 at-key   pic x(50).
               10 at-id    pic x(10).
           05 at-original pic x(128).
           05 at-type     pic x(64).
           05 at-size     pic 9(9).
           05 at-user     pic x(64).
           05 at-stamp    pic x(29).
           05 at-date     pic x(8).
           05 at-status   pic x(10).

       working-storage section.
       77 attachment-stat pic xx.
       77 id-number     pic 9(10).
       77 want-id       pic x(10).
       77 walk-done     pic 9.
       77 found         pic 9.
       77 held-path     pic x(64).
       77 stored-path   pic x(64).
       77 rename-result pic s9(9) comp.

       linkage section.
       01 quarantine-id pic x(10).
       01 verdict       pic x(10).
       01 status-func   pic 9.

       procedure division using quarantine-id, verdict,
                           status-func.

           set status-func to 0.

           move function numval(quarantine-id) to id-number.
           move id-number to want-id.

           open i-o attachment-file.

           if attachment-stat is not equal "00" then
               close attachment-file
               exit program
           end-if.

           set found to 0.
           set walk-done to 0.

           perform find-next-attachment until walk-done is equal 1.

           if found is equal 0
           or at-status is not equal "HELD" then
               close attachment-file
               exit program
           end-if.

           if verdict is equal "release" then
               set held-path to spaces
               string
                   "quarantine." delimited by size
                   function trim(quarantine-id) delimited by size
                   ".bin" delimited by size
                   into held-path
               end-string

               set stored-path to spaces
               string
                   "attach." delimited by size
                   at-id delimited by size
                   ".bin" delimited by size
                   into stored-path
               end-string

               call "CBL_RENAME_FILE"
               using function trim(held-path),
                     function trim(stored-path)
               returning rename-result

               if rename-result is equal 0 then
                   move "ACTIVE" to at-status
               end-if
           else
               move "REJECTED" to at-status
           end-if.

           if at-status is not equal "HELD" then
               rewrite attachment-record
               invalid key
                   continue
               not invalid key
                   set status-func to 1
               end-rewrite
           end-if.

           close attachment-file.

           exit program.

      *    FIND-NEXT-ATTACHMENT -- ONE STEP OF THE WALK.
       find-next-attachment.
           read attachment-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if at-id is equal want-id then
               set found to 1
               set walk-done to 1
           end-if.

           exit paragraph.

       end program attachment-release.

      *****************************************

       identification division.
       program-id. attachments-render.

      ************************************************************
      * RENDERS A ROW'S ATTACHMENTS INTO A SCREEN BUFFER -- THE
      * EDIT SCREEN'S ATTACHMENTS PANEL, THE SAME SHAPE AS
      * notes-render. AN ACTIVE ONE IS A DOWNLOAD LINK WITH ITS
      * SIZE, TYPE, UPLOADER AND DATE; A HELD ONE SAYS IT IS
      * AWAITING REVIEW; REJECTED, ARCHIVED AND EXPIRED ONES ARE
      * NOT SHOWN. UP TO TWENTY SHOW.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select attachment-file assign to "attachments.dat"
           organization is indexed
           access mode is dynamic
           record key is at-fullkey
           file status is attachment-stat.

       data division.

       file section.
       fd attachment-file.
       01 attachment-record.
           05 at-fullkey.
               10 at-table pic x(30).
               10 at-key   pic x(50).
               10 at-id    pic x(10).
           05 at-original pic x(128).
           05 at-type     pic x(64).
           05 at-size     pic 9(9).
           05 at-user     pic x(64).
           05 at-stamp    pic x(29).
           05 at-date     pic x(8).
           05 at-status   pic x(10).

       working-storage section.
       77 attachment-stat pic xx.
       77 walk-done   pic 9.
       77 shown-count pic 9(2).
       77 size-edit   pic z(8)9.

       linkage section.
       01 db-table    pic x(30).
       01 db-key      pic x(50).
       01 string-data pic x(4096).
       01 out-pointer pic 9(5).

       procedure division using db-table, db-key, string-data,
                           out-pointer.

           open input attachment-file.

           if attachment-stat is not equal "00" then
               close attachment-file
               exit program
           end-if.

           move db-table to at-table.
           move db-key to at-key.
           move low-values to at-id.

           start attachment-file
               key is greater than or equal at-fullkey
               invalid key
                   continue
           end-start.

           set walk-done to 0.
           set shown-count to 0.

           if attachment-stat is not equal "00" then
               set walk-done to 1
           end-if.

           perform render-next-attachment until walk-done is equal 1
               or shown-count is equal 20.

           close attachment-file.

           exit program.

      *    RENDER-NEXT-ATTACHMENT -- ONE ATTACHMENT LINE.
       render-next-attachment.
           read attachment-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if at-table is not equal db-table
           or at-key is not equal db-key then
               set walk-done to 1
               exit paragraph
           end-if.

           move at-size to size-edit.

           evaluate at-status
               when "ACTIVE"
                   add 1 to shown-count
                   string
                       "<li><a href=" X"22"
                       "/maintain/attachment?table="
                       function trim(db-table)
                       "&key=" function trim(db-key)
                       "&id=" at-id X"22" ">"
                       function trim(at-original) "</a> ("
                       function trim(size-edit) " bytes, "
                       function trim(at-type) ") <i>"
                       function trim(at-stamp) " "
                       function trim(at-user) "</i></li>" X"0A"
                       into string-data
                       with pointer out-pointer
                       on overflow
                           continue
                   end-string
               when "HELD"
                   add 1 to shown-count
                   string
                       "<li>" function trim(at-original)
                       " (" function trim(size-edit) " bytes)"
                       " <i>awaiting review - "
                       function trim(at-user) "</i></li>" X"0A"
                       into string-data
                       with pointer out-pointer
                       on overflow
                           continue
                   end-string
           end-evaluate.

           exit paragraph.

       end program attachments-render.

      *****************************************

       identification division.
       program-id. attachment-list.

      ************************************************************
      * A ROW'S ATTACHMENTS, WHATEVER THEIR STATUS, AS A LIST --
      * FOR A REPORT THAT MUST ACCOUNT FOR EVERY FILE HELD ON A
      * RECORD (THE SUBJECT-ACCESS DISCLOSURE). UP TO TWENTY.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select attachment-file assign to "attachments.dat"
           organization is indexed
           access mode is dynamic
           record key is at-fullkey
           file status is attachment-stat.

       data division.

       file section.
       fd attachment-file.
       01 attachment-record.
           05 at-fullkey.
               10 at-table pic x(30).
               10 at-key   pic x(50).
               10 at-id    pic x(10).
           05 at-original pic x(128).
           05 at-type     pic x(64).
           05 at-size     pic 9(9).
           05 at-user     pic x(64).
           05 at-stamp    pic x(29).
           05 at-date     pic x(8).
           05 at-status   pic x(10).

       working-storage section.
       77 attachment-stat pic xx.
       77 walk-done   pic 9.

       linkage section.
       01 db-table    pic x(30).
       01 db-key      pic x(50).
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

       procedure division using db-table, db-key, attach-list.

           set attach-list-size to 0.

           open input attachment-file.

           if attachment-stat is not equal "00" then
               close attachment-file
               exit program
           end-if.

           move db-table to at-table.
           move db-key to at-key.
           move low-values to at-id.

           start attachment-file
               key is greater than or equal at-fullkey
               invalid key
                   continue
           end-start.

           set walk-done to 0.

           if attachment-stat is not equal "00" then
               set walk-done to 1
           end-if.

           perform list-next-attachment until walk-done is equal 1
               or attach-list-size is equal 20.

           close attachment-file.

           exit program.

       list-next-attachment.
           read attachment-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if at-table is not equal db-table
           or at-key is not equal db-key then
               set walk-done to 1
               exit paragraph
           end-if.

           add 1 to attach-list-size.
           move at-id to al-id(attach-list-size).
           move at-original to al-original(attach-list-size).
           move at-type to al-type(attach-list-size).
           move at-size to al-size(attach-list-size).
           move at-user to al-user(attach-list-size).
           move at-stamp to al-stamp(attach-list-size).
           move at-status to al-status(attach-list-size).

           exit paragraph.

       end program attachment-list.

      *****************************************

       identification division.
       program-id. attachment-follow.

      ************************************************************
      * A ROW'S ATTACHMENTS FOLLOW THE ROW. action IS ONE OF:
      *
      *     MERGE    db-merge RETIRED db-key INTO new-key: EVERY
      *              ATTACHMENT IS RE-KEYED UNDER THE SURVIVOR,
      *              KEEPING ITS NUMBER (SO ITS FILE), STATUS AND
      *              PROVENANCE
      *     ARCHIVE  retention-purge ARCHIVED THE ROW: EACH ACTIVE
      *              FILE IS RENAMED .bin TO .arc AND MARKED
      *              ARCHIVED, OUT OF SIGHT BUT KEPT
      *     RESTORE  retention-restore BROUGHT THE ROW BACK: THE
      *              REVERSE OF ARCHIVE
      *     ERASE    SUBJECT-ACCESS ERASURE: EVERY FILE (RELEASED,
      *              ARCHIVED OR STILL IN QUARANTINE) IS DELETED
      *              AND EVERY ATTACHMENT RECORD WITH IT
      *
      * new-key MATTERS ONLY TO MERGE. affected-count IS HOW MANY
      * ATTACHMENTS WERE MOVED, ARCHIVED, RESTORED OR ERASED. THE
      * WALK REPOSITIONS AFTER EVERY STEP (START PAST THE LAST
      * NUMBER SEEN) SO A DELETE OR A RE-KEY UNDER IT CANNOT LOSE
      * ITS PLACE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select attachment-file assign to "attachments.dat"
           organization is indexed
           access mode is dynamic
           record key is at-fullkey
           file status is attachment-stat.

       data division.

       file section.
       fd attachment-file.
       01 attachment-record.
           05 at-fullkey.
               10 at-table pic x(30).
               10 at-key   pic x(50).
               10 at-id    pic x(10).
           05 at-original pic x(128).
           05 at-type     pic x(64).
           05 at-size     pic 9(9).
           05 at-user     pic x(64).
           05 at-stamp    pic x(29).
           05 at-date     pic x(8).
           05 at-status   pic x(10).

       working-storage section.
       77 attachment-stat pic xx.
       77 walk-done     pic 9.
       77 last-id       pic x(10).
       77 moving-record pic x(402).
       77 quarantine-number pic z(9)9.
       77 file-path     pic x(64).
       77 other-path    pic x(64).
       77 rename-result pic s9(9) comp.
       77 delete-result pic s9(9) comp.

       linkage section.
       01 db-table       pic x(30).
       01 db-key         pic x(50).
       01 follow-action  pic x(8).
       01 new-key        pic x(50).
       01 affected-count pic 9(5).

       procedure division using db-table, db-key, follow-action,
                           new-key, affected-count.

           set affected-count to 0.

           open i-o attachment-file.

           if attachment-stat is not equal "00" then
               close attachment-file
               exit program
           end-if.

           move low-values to last-id.
           set walk-done to 0.

           perform follow-next-attachment until walk-done is equal 1.

           close attachment-file.

           exit program.

      *    FOLLOW-NEXT-ATTACHMENT -- THE NEXT OF THE ROW'S
      *    ATTACHMENTS, AND WHAT action DOES TO IT.
       follow-next-attachment.
           move db-table to at-table.
           move db-key to at-key.
           move last-id to at-id.

           start attachment-file key is greater than at-fullkey
               invalid key
                   set walk-done to 1
                   exit paragraph
           end-start.

           read attachment-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if at-table is not equal db-table
           or at-key is not equal db-key then
               set walk-done to 1
               exit paragraph
           end-if.

           move at-id to last-id.

           evaluate follow-action
               when "MERGE"
                   perform merge-one-attachment
               when "ARCHIVE"
                   if at-status is equal "ACTIVE" then
                       perform archive-one-attachment
                   end-if
               when "RESTORE"
                   if at-status is equal "ARCHIVED" then
                       perform restore-one-attachment
                   end-if
               when "ERASE"
                   perform erase-one-attachment
           end-evaluate.

           exit paragraph.

      *    MERGE-ONE-ATTACHMENT -- WRITTEN UNDER THE SURVIVOR
      *    BEFORE IT IS DELETED UNDER THE DUPLICATE.
       merge-one-attachment.
           move attachment-record to moving-record.

           move new-key to at-key.

           write attachment-record
               invalid key
                   continue
           end-write.

           move moving-record to attachment-record.

           delete attachment-file record
               invalid key
                   continue
               not invalid key
                   add 1 to affected-count
           end-delete.

           exit paragraph.

       archive-one-attachment.
           perform set-file-paths.

           call "CBL_RENAME_FILE"
           using function trim(file-path),
                 function trim(other-path)
           returning rename-result.

           if rename-result is not equal 0 then
               exit paragraph
           end-if.

           move "ARCHIVED" to at-status.

           rewrite attachment-record
               invalid key
                   continue
               not invalid key
                   add 1 to affected-count
           end-rewrite.

           exit paragraph.

       restore-one-attachment.
           perform set-file-paths.

           call "CBL_RENAME_FILE"
           using function trim(other-path),
                 function trim(file-path)
           returning rename-result.

           if rename-result is not equal 0 then
               exit paragraph
           end-if.

           move "ACTIVE" to at-status.

           rewrite attachment-record
               invalid key
                   continue
               not invalid key
                   add 1 to affected-count
           end-rewrite.

           exit paragraph.

      *    ERASE-ONE-ATTACHMENT -- WHICHEVER COPY EXISTS GOES; A
      *    MISSING ONE IS NOT AN ERROR.
       erase-one-attachment.
           perform set-file-paths.

           call "CBL_DELETE_FILE"
           using function trim(file-path)
           returning delete-result.

           call "CBL_DELETE_FILE"
           using function trim(other-path)
           returning delete-result.

           if at-status is equal "HELD" then
               move function numval(at-id) to quarantine-number
               set file-path to spaces
               string
                   "quarantine." delimited by size
                   function trim(quarantine-number)
                       delimited by size
                   ".bin" delimited by size
                   into file-path
               end-string

               call "CBL_DELETE_FILE"
               using function trim(file-path)
               returning delete-result
           end-if.

           delete attachment-file record
               invalid key
                   continue
               not invalid key
                   add 1 to affected-count
           end-delete.

           exit paragraph.

      *    SET-FILE-PATHS -- THE LIVE (.bin) AND ARCHIVED (.arc)
      *    NAMES OF THE CURRENT ATTACHMENT'S FILE.
       set-file-paths.
           set file-path to spaces.
           string
               "attach." delimited by size
               at-id delimited by size
               ".bin" delimited by size
               into file-path
           end-string.

           set other-path to spaces.
           string
               "attach." delimited by size
               at-id delimited by size
               ".arc" delimited by size
               into other-path
           end-string.

           exit paragraph.

       end program attachment-follow.

      *****************************************

       identification division.
       program-id. attachment-expire.

      ************************************************************
      * ATTACHMENT RETENTION FOR ONE TABLE -- CALLED BY
      * retention-purge FOR EACH "attachments.cfg" LINE:
      *
      *     <table> <keep-days>
      *
      * AN ACTIVE OR ARCHIVED ATTACHMENT UPLOADED MORE THAN
      * keep-days AGO LOSES ITS FILE AND IS MARKED EXPIRED; THE
      * RECORD OF WHAT WAS HELD, BY WHOM AND WHEN STAYS. THE ROW
      * ITSELF IS NOT TOUCHED -- A CUSTOMER OUTLIVES HIS OLD
      * DELIVERY SCANS.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select attachment-file assign to "attachments.dat"
           organization is indexed
           access mode is dynamic
           record key is at-fullkey
           file status is attachment-stat.

       data division.

       file section.
       fd attachment-file.
       01 attachment-record.
           05 at-fullkey.
               10 at-table pic x(30).
               10 at-key   pic x(50).
               10 at-id    pic x(10).
           05 at-original pic x(128).
           05 at-type     pic x(64).
           05 at-size     pic 9(9).
           05 at-user     pic x(64).
           05 at-stamp    pic x(29).
           05 at-date     pic x(8).
           05 at-status   pic x(10).

       working-storage section.
       77 attachment-stat pic xx.
       77 walk-done     pic 9.
       77 run-date      pic x(8).
       77 cutoff-int    pic 9(8).
       77 cutoff-date   pic x(8).
       77 file-path     pic x(64).
       77 delete-result pic s9(9) comp.

       linkage section.
       01 db-table      pic x(30).
       01 keep-days     pic 9(5).
       01 expired-count pic 9(7).

       procedure division using db-table, keep-days, expired-count.

           set expired-count to 0.

           if keep-days is equal 0 then
               exit program
           end-if.

           move function current-date(1:8) to run-date.

           compute cutoff-int = function date-of-integer(
               function integer-of-date(
                   function numval(run-date))
               - keep-days).

           move cutoff-int to cutoff-date.

           open i-o attachment-file.

           if attachment-stat is not equal "00" then
               close attachment-file
               exit program
           end-if.

           move db-table to at-table.
           move low-values to at-key.
           move low-values to at-id.

           start attachment-file
               key is greater than or equal at-fullkey
               invalid key
                   continue
           end-start.

           set walk-done to 0.

           if attachment-stat is not equal "00" then
               set walk-done to 1
           end-if.

           perform judge-next-attachment until walk-done is equal 1.

           close attachment-file.

           exit program.

      *    JUDGE-NEXT-ATTACHMENT -- ONE STEP; STOPS AT THE TABLE
      *    BOUNDARY.
       judge-next-attachment.
           read attachment-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if at-table is not equal db-table then
               set walk-done to 1
               exit paragraph
           end-if.

           if at-status is not equal "ACTIVE"
           and at-status is not equal "ARCHIVED" then
               exit paragraph
           end-if.

           if at-date is not less than cutoff-date then
               exit paragraph
           end-if.

           set file-path to spaces.
           string
               "attach." delimited by size
               at-id delimited by size
               ".bin" delimited by size
               into file-path
           end-string.

           if at-status is equal "ARCHIVED" then
               move ".arc" to file-path(18:4)
           end-if.

           call "CBL_DELETE_FILE"
           using function trim(file-path)
           returning delete-result.

           move "EXPIRED" to at-status.

           rewrite attachment-record
               invalid key
                   continue
               not invalid key
                   add 1 to expired-count
           end-rewrite.

           exit paragraph.

       end program attachment-expire.

      *****************************************

       identification division.
       program-id. http-maintain-attach.

      ************************************************************
      * POST /maintain/attach -- THE EDIT SCREEN'S ATTACHMENTS
      * PANEL UPLOADS HERE AS multipart/form-data: table AND key
      * FIELDS FIRST, THEN THE FILE. THE ROW MUST BE ON FILE (A
      * MERGED-AWAY KEY ATTACHES TO ITS SURVIVOR) AND, FOR A
      * rowscope.cfg TABLE, THE CLERK'S DEPARTMENT'S. THE FILE'S
      * BYTES ARE FOUND BETWEEN THE FILE PART'S HEADERS AND THE
      * CLOSING BOUNDARY -- IN request-body FOR A SMALL UPLOAD, IN
      * THE body-spool FILE listen_http WROTE FOR A LARGER ONE
      * (REMOVED HERE WHEN DONE) -- COPIED TO A WORK FILE AND
      * HANDED TO attachment-hold, WHICH QUARANTINES IT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select body-spool-file assign to dynamic spool-file-name
           organization is sequential
           file status is spool-stat.

           select work-file assign to dynamic work-path
           organization is sequential
           file status is work-stat.

       data division.

       file section.
       fd body-spool-file record is varying 1 to 2048
           depending spool-chunk-len.
       01 spool-record pic x(2048).

       fd work-file record is varying 1 to 2048
           depending work-chunk-len.
       01 work-record pic x(2048).

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

       01 parse-multipart.
           05 part-data occurs 16 times.
               10 part-name         pic x(64).
               10 part-filename     pic x(128).
               10 part-content-type pic x(64).
               10 part-is-file      pic 9.
               10 part-value        pic x(2048).
               10 part-size         pic 9(4).
           05 part-count pic 9(2).

       01 body-spool external.
           05 spool-active       pic 9.
           05 spool-total-length pic 9(9).
           05 spool-file-name    pic x(64).

       77 spool-stat      pic xx.
       77 spool-chunk-len pic 9(4).
       77 spool-eof       pic 9.
       77 work-stat       pic xx.
       77 work-chunk-len  pic 9(4).
       77 work-path       pic x(256).
       77 delete-result   pic s9(9) comp.

       77 user-name     pic x(64).
       77 user-role     pic x(16).
       77 session-found pic 9.
       77 content-type-value pic x(256).
       77 junk          pic x(256).
       77 boundary      pic x(128).
       77 boundary-len  pic 9(3).
       77 closing       pic x(132).
       77 closing-len   pic 9(3).
       77 h             pic 9(3).
       77 p             pic 9(4).
       77 m             pic 9(2).
       77 name-pos      pic 9(4).
       77 file-start    pic 9(9).
       77 file-length   pic 9(9).
       77 file-end      pic 9(9).
       77 closing-at    pic 9(4).
       77 header-text   pic x(2048).
       77 header-length pic 9(4).
       77 type-text     pic x(256).
       77 record-start  pic 9(9).
       77 record-end    pic 9(9).
       77 slice-from    pic 9(9).
       77 slice-upto    pic 9(9).

       77 attach-table  pic x(30).
       77 attach-key    pic x(50).
       77 upload-name   pic x(128).
       77 upload-type   pic x(64).
       77 attach-id     pic x(10).
       77 hold-status   pic 9.
       77 outcome-text  pic x(80).
       77 out-pointer   pic 9(5).

       77 query-status  pic 9.
       77 fetch-count   pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 scope-field   pic x(30).
       77 scope-found   pic 9.
       77 dept-name     pic x(16).
       77 dept-found    pic 9.
       77 row-allowed   pic 9.

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
               perform remove-spool
               perform send-forbidden
               exit program
           end-if.

           set attach-table to spaces.
           set attach-key to spaces.
           set outcome-text to spaces.

           perform take-upload.

           perform remove-spool.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Attach a document</h1><p>"
               function trim(outcome-text)
               "</p>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if attach-table is not equal spaces
           and attach-key is not equal spaces then
               string
                   "<p><a href=" X"22"
                   "/maintain/edit?table="
                   function trim(attach-table)
                   "&key=" function trim(attach-key)
                   X"22" ">Back to record</a></p>"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "</body></html>" X"0A"
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

      *    TAKE-UPLOAD -- THE FIELDS, THE ROW, THE FILE'S BYTES,
      *    THEN attachment-hold. outcome-text SAYS HOW IT WENT.
       take-upload.
           move spaces to content-type-value.

           perform find-content-type
               varying h from 1 by 1
               until h is greater than request-header-size.

           initialize parse-multipart.

           call "parseMultipart"
           using by reference parse-multipart,
                 by content request-body,
                 by content content-type-value.

           perform take-one-part
               varying m from 1 by 1
               until m is greater than part-count.

           if attach-table is equal spaces
           or attach-key is equal spaces then
               set outcome-text to "Nothing attached - no record named."
               exit paragraph
           end-if.

           perform check-row.

           if row-allowed is equal 0 then
               exit paragraph
           end-if.

           perform locate-file-bytes.

           if file-length is equal 0 then
               set outcome-text to
                   "Nothing attached - no file was sent."
               exit paragraph
           end-if.

           perform write-work-file.

           if work-stat is not equal "00" then
               set outcome-text to
                   "Nothing attached - the file could not be kept."
               exit paragraph
           end-if.

           set hold-status to 0.

           call "attachment-hold"
           using by content attach-table,
           by content attach-key,
           by content user-name,
           by content upload-name,
           by content upload-type,
           by content work-path,
           by reference attach-id,
           by reference hold-status.

           if hold-status is equal 0 then
               call "CBL_DELETE_FILE"
               using function trim(work-path)
               returning delete-result

               set outcome-text to
                   "Nothing attached - the file could not be kept."
               exit paragraph
           end-if.

           string
               function trim(upload-name) delimited by size
               " received - it appears on the record once a "
                   delimited by size
               "reviewer releases it." delimited by size
               into outcome-text
           end-string.

           exit paragraph.

       find-content-type.
           if request-header(h)(1:13) is equal "Content-Type:" then
               move request-header(h)(15:241) to content-type-value
           end-if.

           exit paragraph.

       take-one-part.
           if part-is-file(m) is equal 0 then
               evaluate part-name(m)
                   when "table"
                       move part-value(m)(1:30) to attach-table
                   when "key"
                       move part-value(m)(1:50) to attach-key
               end-evaluate
           end-if.

           exit paragraph.

      *    CHECK-ROW -- row-allowed 1 WHEN THE ROW IS ON FILE AND
      *    THE CLERK MAY SEE IT. A RETIRED KEY BECOMES ITS
      *    SURVIVOR'S.
       check-row.
           set row-allowed to 0.
           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content attach-table,
           by content attach-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0 then
               set outcome-text to
                   "Nothing attached - no such record."
               exit paragraph
           end-if.

           move fetch-row-key(1) to attach-key.

           set row-allowed to 1.
           set scope-found to 0.

           call "table-scope-field"
           using by content attach-table,
           by reference scope-field,
           by reference scope-found.

           if scope-found is equal 0 then
               exit paragraph
           end-if.

           set dept-name to spaces.

           call "request-department"
           using by content request,
           by reference dept-name,
           by reference dept-found.

           call "row-scope-allow"
           using by content attach-table,
           by content scope-field,
           by content fetch-row-value(1),
           by content dept-name,
           by reference row-allowed.

           if row-allowed is equal 0 then
               set outcome-text to
                   "Nothing attached - another department's record."
           end-if.

           exit paragraph.

      *    LOCATE-FILE-BYTES -- THE FILE PART'S NAME, TYPE AND
      *    WHERE ITS BYTES RUN (1-BASED, IN THE WHOLE BODY). THE
      *    PART'S HEADERS ALWAYS FALL IN THE FIRST 2048 BYTES --
      *    THE FORM SENDS THE FILE LAST, AFTER TWO SHORT FIELDS.
       locate-file-bytes.
           set file-length to 0.
           set upload-name to spaces.
           set upload-type to spaces.

           set boundary to spaces.
           unstring content-type-value delimited by "boundary="
               into junk boundary
           end-unstring.
           unstring boundary delimited by ";" or " "
               into boundary
           end-unstring.
           set boundary-len to function length(function trim(boundary)).

           if boundary-len is equal 0 then
               exit paragraph
           end-if.

           set closing to spaces.
           string
               X"0D0A" "--" boundary(1:boundary-len)
               into closing
           end-string.
           compute closing-len = boundary-len + 4.

           set name-pos to 0.

           perform find-filename
               varying p from 1 by 1
               until p is greater than 2038
               or name-pos is greater than 0.

           if name-pos is equal 0 then
               exit paragraph
           end-if.

           unstring request-body(name-pos:) delimited by X"22"
               into upload-name
           end-unstring.

           if upload-name is equal spaces then
               exit paragraph
           end-if.

           set file-start to 0.

           perform find-blank-line
               varying p from name-pos by 1
               until p is greater than 2045
               or file-start is greater than 0.

           if file-start is equal 0 then
               exit paragraph
           end-if.

      *    THE PART'S OWN Content-Type LINE, IF THE BROWSER SENT
      *    ONE.
           compute header-length = file-start - name-pos.
           set header-text to spaces.
           move request-body(name-pos:header-length) to header-text.

           set type-text to spaces.
           unstring header-text delimited by "Content-Type: "
               into junk type-text
           end-unstring.
           unstring type-text delimited by X"0D" or X"0A"
               into upload-type
           end-unstring.

      *    A SPOOLED BODY ENDS WITH THE CLOSING BOUNDARY LINE
      *    (CRLF "--" BOUNDARY "--" CRLF); AN IN-MEMORY ONE IS
      *    SEARCHED FOR IT.
           if spool-active is equal 1 then
               compute file-end =
                   spool-total-length - boundary-len - 8
           else
               set closing-at to 0
               perform find-closing
                   varying p from file-start by 1
                   until p is greater than 2049 - closing-len
                   or closing-at is greater than 0
               if closing-at is equal 0 then
                   exit paragraph
               end-if
               compute file-end = closing-at - 1
           end-if.

           if file-end is not less than file-start then
               compute file-length = file-end - file-start + 1
           end-if.

           exit paragraph.

       find-filename.
           if request-body(p:10) is equal 'filename="' then
               compute name-pos = p + 10
           end-if.

           exit paragraph.

       find-blank-line.
           if request-body(p:4) is equal X"0D0A0D0A" then
               compute file-start = p + 4
           end-if.

           exit paragraph.

       find-closing.
           if request-body(p:closing-len)
           is equal closing(1:closing-len) then
               move p to closing-at
           end-if.

           exit paragraph.

      *    WRITE-WORK-FILE -- THE FILE'S BYTES TO A WORK FILE NAMED
      *    FOR THE CONNECTION, IN RECORDS OF UP TO 2048.
       write-work-file.
           set work-path to spaces.
           string
               "attach.upload." delimited by size
               connect delimited by size
               ".tmp" delimited by size
               into work-path
           end-string.

           open output work-file.

           if work-stat is not equal "00" then
               exit paragraph
           end-if.

           if spool-active is equal 1 then
               perform copy-from-spool
           else
               move file-length to work-chunk-len
               move request-body(file-start:work-chunk-len)
                   to work-record
               write work-record
           end-if.

           close work-file.

           exit paragraph.

      *    COPY-FROM-SPOOL -- EACH SPOOL RECORD'S SHARE OF THE
      *    FILE'S BYTE RANGE.
       copy-from-spool.
           open input body-spool-file.

           if spool-stat is not equal "00" then
               move "30" to work-stat
               exit paragraph
           end-if.

           set record-start to 1.
           set spool-eof to 0.

           perform copy-one-spool-record until spool-eof is equal 1.

           close body-spool-file.

           exit paragraph.

       copy-one-spool-record.
           read body-spool-file
               at end
                   set spool-eof to 1
                   exit paragraph
           end-read.

           compute record-end = record-start + spool-chunk-len - 1.

           if record-end is not less than file-start
           and record-start is not greater than file-end then
               if file-start is greater than record-start then
                   move file-start to slice-from
               else
                   move record-start to slice-from
               end-if

               if file-end is less than record-end then
                   move file-end to slice-upto
               else
                   move record-end to slice-upto
               end-if

               compute work-chunk-len = slice-upto - slice-from + 1
               move spool-record(slice-from - record-start + 1:
                   work-chunk-len) to work-record
               write work-record
           end-if.

           compute record-start = record-end + 1.

           if record-start is greater than file-end then
               set spool-eof to 1
           end-if.

           exit paragraph.

      *    REMOVE-SPOOL -- THE OVERSIZED BODY'S FILE IS THIS
      *    HANDLER'S TO CLEAR.
       remove-spool.
           if spool-active is equal 1 then
               call "CBL_DELETE_FILE"
               using function trim(spool-file-name)
               returning delete-result
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

       end program http-maintain-attach.

      *****************************************

       identification division.
       program-id. http-maintain-attachment.

      ************************************************************
      * GET /maintain/attachment?table=X&key=K&id=N -- DOWNLOADS
      * ONE ACTIVE ATTACHMENT UNDER ITS ORIGINAL NAME AND CONTENT
      * TYPE. ANY LOGGED-IN CLERK WHO MAY SEE THE ROW (rowscope.cfg
      * APPLIES) MAY FETCH ITS DOCUMENTS; A HELD, REJECTED,
      * ARCHIVED OR EXPIRED ONE ANSWERS 404.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select attachment-file assign to "attachments.dat"
           organization is indexed
           access mode is dynamic
           record key is at-fullkey
           file status is attachment-stat.

       data division.

       file section.
       fd attachment-file.
       01 attachment-record.
           05 at-fullkey.
               10 at-table pic x(30).
               10 at-key   pic x(50).
               10 at-id    pic x(10).
           05 at-original pic x(128).
           05 at-type     pic x(64).
           05 at-size     pic 9(9).
           05 at-user     pic x(64).
           05 at-stamp    pic x(29).
           05 at-date     pic x(8).
           05 at-status   pic x(10).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(512).
           05 string-size pic 9(5).

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       77 attachment-stat pic xx.
       77 user-ok       pic 9.
       77 q             pic 9(3).
       77 want-table    pic x(30).
       77 want-key      pic x(50).
       77 want-id       pic x(10).
       77 id-number     pic 9(10).
       77 found         pic 9.
       77 file-path     pic x(512).
       77 out-pointer   pic 9(5).

       77 query-status  pic 9.
       77 fetch-count   pic 9(3).
       01 fetch-rows.
           05 fetch-row occurs 50 times.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 scope-field   pic x(30).
       77 scope-found   pic 9.
       77 dept-name     pic x(16).
       77 dept-found    pic 9.
       77 row-allowed   pic 9.

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

           set want-table to spaces.
           set want-key to spaces.
           set want-id to spaces.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-param
               varying q from 1 by 1
               until q is greater than parse-get-size.

           set found to 0.

           if want-table is not equal spaces
           and want-key is not equal spaces
           and want-id is not equal spaces then
               perform find-attachment
           end-if.

           if found is equal 0 then
               perform send-not-found
               exit program
           end-if.

           set status-code to 200.
           set status-text to "OK".
           set response-headers-size to 2.
           set response-headers(1) to spaces.
           string
               "Content-Type: " function trim(at-type)
               into response-headers(1)
           end-string.
           set response-headers(2) to spaces.
           string
               "Content-Disposition: attachment; filename="
               X"22" function trim(at-original) X"22"
               into response-headers(2)
           end-string.

           call "sendheader_http"
           using by content response-data,
           by content connect.

           call "sendfile_http"
           using by content connect,
           by content file-path.

           exit program.

       take-one-param.
           evaluate get-name(q)
               when "table"
                   move get-value(q)(1:30) to want-table
               when "key"
                   move get-value(q)(1:50) to want-key
               when "id"
                   move get-value(q)(1:10) to want-id
           end-evaluate.

           exit paragraph.

      *    FIND-ATTACHMENT -- found 1 WHEN THE CLERK MAY SEE THE
      *    ROW AND THE ATTACHMENT IS ACTIVE ON IT.
       find-attachment.
           set query-status to 0.
           set fetch-count to 0.

           call "db-query"
           using by content want-table,
           by content want-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0 then
               exit paragraph
           end-if.

           set scope-found to 0.

           call "table-scope-field"
           using by content want-table,
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
               using by content want-table,
               by content scope-field,
               by content fetch-row-value(1),
               by content dept-name,
               by reference row-allowed

               if row-allowed is equal 0 then
                   exit paragraph
               end-if
           end-if.

           if want-id is not numeric then
               exit paragraph
           end-if.

           move want-id to id-number.

           open input attachment-file.

           if attachment-stat is not equal "00" then
               close attachment-file
               exit paragraph
           end-if.

           move want-table to at-table.
           move fetch-row-key(1) to at-key.
           move id-number to at-id.

           read attachment-file
               key is at-fullkey
               invalid key
                   close attachment-file
                   exit paragraph
           end-read.

           close attachment-file.

           if at-status is not equal "ACTIVE" then
               exit paragraph
           end-if.

           set file-path to spaces.
           string
               "attach." delimited by size
               at-id delimited by size
               ".bin" delimited by size
               into file-path
           end-string.

           set found to 1.

           exit paragraph.

       send-not-found.
           set response-headers-size to 0.
           set status-code to 404.
           set status-text to "Not Found".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><p>No such attachment.</p>"
               "<p><a href=" X"22" "/maintain" X"22"
               ">Back</a></p></body></html>" X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit paragraph.

       end program http-maintain-attachment.
