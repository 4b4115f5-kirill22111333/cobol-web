           set route-handle to entry "http-maintain-watch".
           perform register-one-route.

           set route-path to "/maintain/codes".
           set route-method to "GET".
           set route-handle to entry "http-maintain-codes".
           perform register-one-route.

           set route-path to "/maintain/codesave".
           set route-method to "POST".
           set route-handle to entry "http-maintain-codesave".
           perform register-one-route.

           set route-path to "/maintain/query".
           set route-method to "GET".
           set route-handle to entry "http-maintain-query".
           perform register-one-route.

           set route-path to "/maintain/querycsv".
           set route-method to "GET".
           set route-handle to entry "http-maintain-querycsv".
           perform register-one-route.

           set route-path to "/maintain/querysave".
           set route-method to "POST".
           set route-handle to entry "http-maintain-querysave".
           perform register-one-route.

           set route-path to "/maintain/periods".
           set route-method to "GET".
           set route-handle to entry "http-maintain-periods".
           perform register-one-route.

           set route-path to "/maintain/periodset".
           set route-method to "POST".
           set route-handle to entry "http-maintain-periodset".
           perform register-one-route.

           set route-path to "/maintain/history".
           set route-method to "GET".
           set route-handle to entry "http-maintain-history".
           perform register-one-route.

           set route-path to "/maintain/reverse".
           set route-method to "POST".
           set route-handle to entry "http-maintain-reverse".
           perform register-one-route.

           set route-path to "/maintain/massupdate".
           set route-method to "GET".
           set route-handle to entry "http-maintain-massupdate".
           perform register-one-route.

           set route-path to "/maintain/massupdatepost".
           set route-method to "POST".
           set route-handle to entry "http-maintain-massupdatepost".
           perform register-one-route.

           set route-path to "/maintain/cash".
           set route-method to "GET".
           set route-handle to entry "http-maintain-cash".
           perform register-one-route.

           set route-path to "/maintain/cashpost".
           set route-method to "POST".
           set route-handle to entry "http-maintain-cashpost".
           perform register-one-route.

           set route-path to "/maintain/export".
           set route-method to "POST".
           set route-handle to entry "http-maintain-export".
           perform register-one-route.

           set route-path to "/maintain/exports".
           set route-method to "GET".
           set route-handle to entry "http-maintain-exports".
           perform register-one-route.

           set route-path to "/work".
           set route-method to "GET".
           set route-handle to entry "http-work-inbox".
           perform register-one-route.

           set route-path to "/work/assign".
           set route-method to "POST".
           set route-handle to entry "http-work-assign".
           perform register-one-route.

           set route-path to "/work/file".
           set route-method to "GET".
           set route-handle to entry "http-work-file".
           perform register-one-route.

           set route-path to "/work/done".
           set route-method to "POST".
           set route-handle to entry "http-work-done".
           perform register-one-route.

           set route-path to "/maintain/rejects".
           set route-method to "GET".
           set route-handle to entry "http-maintain-rejects".
           perform register-one-route.

           set route-path to "/maintain/rejectfix".
           set route-method to "POST".
           set route-handle to entry "http-maintain-rejectfix".
           perform register-one-route.

           set route-path to "/maintain/portal".
           set route-method to "GET".
           set route-handle to entry "http-maintain-portal".
           perform register-one-route.

           set route-path to "/maintain/portalset".
           set route-method to "POST".
           set route-handle to entry "http-maintain-portalset".
           perform register-one-route.

           set route-path to "/maintain/merge".
           set route-method to "GET".
           set route-handle to entry "http-maintain-merge".
           perform register-one-route.

           set route-path to "/maintain/mergepost".
           set route-method to "POST".
           set route-handle to entry "http-maintain-mergepost".
           perform register-one-route.

           set route-path to "/maintain/attach".
           set route-method to "POST".
           set route-handle to entry "http-maintain-attach".
           perform register-one-route.

           set route-path to "/maintain/attachment".
           set route-method to "GET".
           set route-handle to entry "http-maintain-attachment".
           perform register-one-route.

           set route-path to "/maintain/holds".
           set route-method to "GET".
           set route-handle to entry "http-maintain-holds".
           perform register-one-route.

           set route-path to "/maintain/holdset".
           set route-method to "POST".
           set route-handle to entry "http-maintain-holdset".
           perform register-one-route.

           set route-path to "/maintain/cutoffs".
           set route-method to "GET".
           set route-handle to entry "http-maintain-cutoffs".
           perform register-one-route.

           set route-path to "/maintain/cutoffset".
           set route-method to "POST".
           set route-handle to entry "http-maintain-cutoffset".
           perform register-one-route.

           exit program.

      *    REGISTER-ONE-ROUTE -- ONE handle_http CALL PER SCREEN.
       77 dept-name    pic x(16).
       77 dept-found   pic 9.
       77 row-allowed  pic 9.
       77 user-name    pic x(64).
       77 user-role    pic x(16).
       77 session-found pic 9.
       77 hidden-count pic 9(2).

       linkage section.
       01 request.
               by reference dept-found
           end-if.

      *    FIELDS fieldperms.cfg HIDES FROM THE SIGNED-IN ROLE
      *    ARE MASKED IN EVERY ROW BEFORE IT IS SHOWN.
           set user-role to spaces.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           move spaces to string-data.
           set out-pointer to 1.

               end-if

               if row-allowed is equal 1 then
                   call "field-mask-row"
                   using by content browse-table,
                   by content user-role,
                   by reference fetch-row-value(r),
                   by reference hidden-count

                   string
                       "<li><a href=" X"22"
                       "/maintain/edit?table="
       77 dept-name    pic x(16).
       77 dept-found   pic 9.
       77 row-allowed  pic 9.
       01 code-fields.
           05 code-field occurs 16 times.
               10 cf-name   pic x(30).
               10 cf-offset pic 9(4).
               10 cf-length pic 9(4).
               10 cf-list   pic x(20).
           05 code-field-size pic 9(2).
       77 slot           pic 9(2).
       77 picker-width   pic 9(4).
       77 picker-current pic x(16).
       77 user-name      pic x(64).
       77 user-role      pic x(16).
       77 session-found  pic 9.
       77 hidden-count   pic 9(2).
       77 f              pic 9(2).
       77 picker-access  pic x(1).
       77 limited-count  pic 9(2).
       01 access-list.
           05 field-access occurs 50 times.
               10 fa-name   pic x(30).
               10 fa-offset pic 9(4).
               10 fa-length pic 9(4).
               10 fa-access pic x(1).
           05 access-list-size pic 9(2).
       01 action-list.
           05 wa-field   pic x(30).
           05 wa-current pic x(30).
           05 wa-to occurs 16 times pic x(30).
           05 wa-size    pic 9(2).
       77 a              pic 9(2).
       77 created-text   pic x(160).
       77 written-text   pic x(160).
       77 origin-found   pic 9.

       linkage section.
       01 request.
               set fetch-row-value(1) to spaces
           end-if.

      *    A KEY RETIRED BY A MERGE OPENS ITS SURVIVOR, AND A SAVE
      *    FROM THE FORM GOES TO THE SURVIVOR TOO.
           if query-status is equal 1
           and fetch-row-key(1) is not equal edit-key then
               move fetch-row-key(1) to edit-key
           end-if.

      *    A SCOPED TABLE'S ROW ONLY OPENS FOR ITS OWN
      *    DEPARTMENT -- THE SAME rowscope.cfg RULE THE BROWSE
      *    LIST APPLIES, SO A GUESSED URL GAINS NOTHING.
           using by content fetch-row-value(1),
           by reference row-stamp.

      *    THE STAMP IS TAKEN FROM THE REAL ROW; THE FORM SHOWS
      *    IT WITH THE ROLE'S HIDDEN FIELDS MASKED, PER
      *    fieldperms.cfg. http-maintain-save PUTS THEM BACK FROM
      *    THE FILE AND REFUSES A CHANGE TO A READ-ONLY ONE.
           set user-role to spaces.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           call "field-access-list"
           using by content edit-table,
           by content user-role,
           by reference access-list.

           call "field-mask-row"
           using by content edit-table,
           by content user-role,
           by reference fetch-row-value(1),
           by reference hidden-count.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".
               " cols=" X"22" "80" X"22" ">"
               function trim(fetch-row-value(1))
               "</textarea></p>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

      *    THE CLERK IS TOLD WHICH FIELDS THEY MAY NOT CHANGE --
      *    A REFUSED SAVE SHOULD NOT BE THE FIRST THEY HEAR OF IT.
           set limited-count to 0.

           perform list-one-limited-field
               varying f from 1 by 1
               until f is greater than access-list-size.

           if limited-count is greater than 0 then
               string
                   "</p>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

      *    A FIELD schemas.cfg TIES TO A CODE LIST IS PICKED, NOT
      *    TYPED -- ONE DROP-DOWN PER SUCH FIELD, WHOSE CHOICE
      *    http-maintain-save LAYS OVER THOSE BYTES OF THE ROW.
           call "table-code-fields"
           using by content edit-table,
           by reference code-fields.

           perform render-one-picker
               varying slot from 1 by 1
               until slot is greater than code-field-size.

      *    A TABLE UNDER A workflow.cfg STATE MACHINE SHOWS ITS
      *    CURRENT STATUS AND ONE BUTTON PER TRANSITION THE ROLE
      *    MAY TAKE FROM IT; THE BUTTON SAVES THE FORM WITH THE
      *    STATUS MOVED, AND db-update STILL HAS THE LAST WORD.
           call "workflow-actions"
           using by content edit-table,
           by content fetch-row-value(1),
           by content user-role,
           by reference action-list.

           if wa-field is not equal spaces then
               string
                   "<p>" function trim(wa-field) ": <b>"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string

               if wa-current is equal spaces then
                   string
                       "(new)"
                       into string-data
                       with pointer out-pointer
                       on overflow
                           continue
                   end-string
               else
                   string
                       function trim(wa-current)
                       into string-data
                       with pointer out-pointer
                       on overflow
                           continue
                   end-string
               end-if

               string
                   "</b> "
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string

               perform render-one-action
                   varying a from 1 by 1
                   until a is greater than wa-size

               string
                   "</p>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<label><input type=" X"22" "checkbox" X"22"
               " name=" X"22" "batch" X"22"
               " value=" X"22" "1" X"22"
                   continue
           end-string.

      *    WHO CHANGED THE ROW AND WHAT THEY CHANGED, FIELD BY
      *    FIELD, FROM THE AUDIT TRAIL.
           if edit-key is not equal spaces then
               string
                   "<p><a href=" X"22" "/maintain/history?table="
                   function trim(edit-table)
                   "&key=" function trim(edit-key)
                   X"22" ">History</a></p>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

      *    WHERE THE ROW CAME FROM -- THE SESSION, LOAD RUN (FILE
      *    AND LINE) OR JOB THAT CREATED IT AND LAST WROTE IT.
           if edit-key is not equal spaces then
               set origin-found to 0

               call "db-provenance-get"
               using by content edit-table,
               by content edit-key,
               by reference created-text,
               by reference written-text,
               by reference origin-found

               if origin-found is equal 1 then
                   string
                       "<p>Created by: "
                       function trim(created-text)
                       "<br>Last written by: "
                       function trim(written-text)
                       "</p>" X"0A"
                       into string-data
                       with pointer out-pointer
                       on overflow
                           continue
                   end-string
               end-if
           end-if.

      *    THE ROW'S REMARKS, OLDEST FIRST, WITH AN APPEND FORM --
      *    THE SHARED-SPREADSHEET MEMORY, NEXT TO THE RECORD.
           if edit-key is not equal spaces then
               end-string
           end-if.

      *    THE ROW'S DOCUMENTS, WITH AN UPLOAD FORM. THE FILE
      *    FIELD GOES LAST SO table AND key ARRIVE IN THE FIRST
      *    PART OF EVEN A LARGE BODY.
           if edit-key is not equal spaces then
               string
                   "<h2>Attachments</h2><ul>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string

               call "attachments-render"
               using by content edit-table,
               by content edit-key,
               by reference string-data,
               by reference out-pointer

               string
                   "</ul>" X"0A"
                   "<form method=" X"22" "POST" X"22"
                   " action=" X"22" "/maintain/attach" X"22"
                   " enctype=" X"22" "multipart/form-data" X"22"
                   ">"
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "table" X"22"
                   " value=" X"22" function trim(edit-table)
                   X"22" ">"
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "key" X"22"
                   " value=" X"22" function trim(edit-key)
                   X"22" ">"
                   "<input type=" X"22" "file" X"22"
                   " name=" X"22" "file" X"22" ">"
                   "<input type=" X"22" "submit" X"22"
                   " value=" X"22" "Upload" X"22" ">"
                   "</form>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

      *    THE LIVE COLLISION WARNING -- THE SCREEN REGISTERS
      *    INTEREST IN ITS ROW OVER A WEBSOCKET TO
      *    /maintain/watch, AND ANOTHER WORKER'S SAVE SHOWS UP AS

           exit program.

      *    RENDER-ONE-PICKER -- ONE CODE FIELD AS A <select>
      *    NAMED code01, code02, ... IN table-code-fields ORDER,
      *    PRE-SET TO WHAT THE ROW CARRIES NOW.
       render-one-picker.
      *    A HIDDEN FIELD'S PICKER WOULD SHOW ITS VALUE; IT IS
      *    LEFT OFF THE FORM.
           set picker-access to "E".

           perform find-picker-access
               varying f from 1 by 1
               until f is greater than access-list-size.

           if picker-access is equal "H" then
               exit paragraph
           end-if.

           set picker-width to cf-length(slot).
           if picker-width is greater than 16 then
               set picker-width to 16
           end-if.

           set picker-current to spaces.
           move fetch-row-value(1)(cf-offset(slot):picker-width)
               to picker-current.

           string
               "<p><label>" function trim(cf-name(slot))
               ": <select name=" X"22" "code" slot X"22" ">"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           call "code-options-render"
           using by content cf-list(slot),
           by content picker-current,
           by reference string-data,
           by reference out-pointer.

           string
               "</select></label></p>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       find-picker-access.
           if fa-name(f) is equal cf-name(slot) then
               move fa-access(f) to picker-access
           end-if.

           exit paragraph.

      *    RENDER-ONE-ACTION -- ONE TRANSITION AS A SUBMIT BUTTON
      *    NAMED "move" CARRYING THE TARGET STATE.
       render-one-action.
           string
               "<button type=" X"22" "submit" X"22"
               " name=" X"22" "move" X"22"
               " value=" X"22" function trim(wa-to(a)) X"22" ">"
               function trim(wa-to(a))
               "</button> "
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    LIST-ONE-LIMITED-FIELD -- ONE HIDDEN OR READ-ONLY FIELD
      *    IN THE "NOT EDITABLE BY YOU" LINE UNDER THE TEXT AREA.
       list-one-limited-field.
           if fa-access(f) is equal "E" then
               exit paragraph
           end-if.

           if limited-count is equal 0 then
               string
                   "<p><i>Not editable by you:</i> "
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   ", "
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           add 1 to limited-count.

           if fa-access(f) is equal "H" then
               string
                   function trim(fa-name(f)) " (hidden)"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   function trim(fa-name(f)) " (read-only)"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           exit paragraph.

      *    SEND-SCOPE-REFUSAL -- THE ROW BELONGS TO ANOTHER
      *    DEPARTMENT; SAY SO PLAINLY INSTEAD OF SHOWING IT.
       send-scope-refusal.
               10 fetch-row-key   pic x(50).
               10 fetch-row-value pic x(1024).
       77 out-pointer   pic 9(5).
       01 code-fields.
           05 code-field occurs 16 times.
               10 cf-name   pic x(30).
               10 cf-offset pic 9(4).
               10 cf-length pic 9(4).
               10 cf-list   pic x(20).
           05 code-field-size pic 9(2).
       77 slot          pic 9(2).
       77 field-denied  pic 9.
       77 guard-ok      pic 9.
       77 refused-field pic x(30).
       77 hidden-count  pic 9(2).
       77 workflow-move pic x(30).
       77 workflow-denied pic 9.
       77 workflow-valid pic 9.
       77 workflow-refusal pic x(80).
       77 workflow-from pic x(30).
       77 workflow-to   pic x(30).
       77 status-field  pic x(30).
       77 status-offset pic 9(4).
       77 status-length pic 9(4).
       77 status-found  pic 9.

       01 request-cutoff external.
           05 cutoff-rolled pic 9.
           05 cutoff-date   pic x(8).

       01 form-fields.
           05 parse-get occurs 256 times.
           set posted-stamp to spaces.
           set batch-wanted to 0.
           set effective-date to spaces.
           set workflow-move to spaces.

           perform varying f from 1 by 1
           until f is greater than parse-get-size
                       end-if
                   when "effective"
                       set effective-date to get-value(f)(1:8)
                   when "move"
                       set workflow-move to get-value(f)(1:30)
               end-evaluate
           end-perform.

      *    1024-BYTE rec-value WIDTH.
           perform extract-value-field.

      *    THE EDIT SCREEN'S CODE DROP-DOWNS (code01, code02, ...)
      *    OVERRIDE WHATEVER THE TEXT AREA HELD AT THOSE FIELDS'
      *    POSITIONS; db-update THEN HOLDS THE CODE TO ITS LIST.
           if save-table is not equal spaces then
               call "table-code-fields"
               using by content save-table,
               by reference code-fields

               perform apply-one-picker
                   varying f from 1 by 1
                   until f is greater than parse-get-size
           end-if.

      *    THE SIGNED-IN USER RIDES IN THE AUDIT SOURCE (AND IN
      *    THE COLLISION-WARNING BUS MESSAGE) -- "changed by
      *    maintain-screen" NAMES NOBODY.

           set effective-status to 0.

      *    THE ROLE'S FIELD PERMISSIONS (fieldperms.cfg) JUDGE THE
      *    ROW BEFORE ANY SAVE PATH TAKES IT -- DIRECT, APPROVAL,
      *    BATCH OR FUTURE-DATED ALIKE. HIDDEN FIELDS COME BACK
      *    FROM THE FILE; A CHANGED READ-ONLY FIELD REFUSES THE
      *    SAVE BY NAME.
      *    A WORKFLOW BUTTON ("move") LAYS ITS TARGET STATE INTO
      *    THE STATUS FIELD, THE WAY A CODE DROP-DOWN LAYS ITS
      *    CHOICE INTO ITS FIELD.
           if save-table is not equal spaces
           and workflow-move is not equal spaces then
               call "workflow-status-position"
               using by content save-table,
               by reference status-field,
               by reference status-offset,
               by reference status-length,
               by reference status-found

               if status-found is equal 1 then
                   move workflow-move
                       to save-value(status-offset:status-length)
               end-if
           end-if.

           set field-denied to 0.
           set workflow-denied to 0.

           if save-table is not equal spaces
           and save-key is not equal spaces then
               perform check-field-access
           end-if.

           if field-denied is equal 1 then
               perform render-save-result
               exit program
           end-if.

      *    THE STATUS TRANSITION IS JUDGED NOW, FOR EVERY SAVE
      *    PATH, SO THE CLERK HEARS WHY IN PLAIN WORDS; db-update
      *    JUDGES IT AGAIN WHEN THE ROW IS ACTUALLY WRITTEN.
           if save-table is not equal spaces
           and save-key is not equal spaces then
               perform check-workflow-move
           end-if.

           if workflow-denied is equal 1 then
               perform render-save-result
               exit program
           end-if.

      *    A FUTURE EFFECTIVE DATE FILES THE CHANGE FOR THE
      *    NIGHTLY effective-apply STEP INSTEAD OF SAVING NOW --
      *    NOBODY SETS A 6 A.M. ALARM FOR THE FIRST OF THE MONTH
           set tmpl-name(3) to "message".

           evaluate true
               when field-denied is equal 1
                   set tmpl-value(3) to spaces
                   string
                       "refused - field " function trim(refused-field)
                       " is read-only for you"
                       into tmpl-value(3)
                   end-string
               when workflow-denied is equal 1
                   set tmpl-value(3) to spaces
                   string
                       "refused - " function trim(workflow-refusal)
                       into tmpl-value(3)
                   end-string
               when effective-status is equal 1
                   set tmpl-value(3) to
                       "scheduled - applies at its effective date"
               when approval-needed is equal 1
                   set tmpl-value(3) to
                       "could not queue for approval"
               when upsert-status is equal 1
               and cutoff-rolled is equal 1
                   set tmpl-value(3) to spaces
                   string
                       "saved - received after cut-off, will be "
                       "processed on " cutoff-date(1:4) "-"
                       cutoff-date(5:2) "-" cutoff-date(7:2)
                       delimited by size
                       into tmpl-value(3)
                   end-string
               when upsert-status is equal 1
                   set tmpl-value(3) to "saved"
               when other

           exit paragraph.

      *    CHECK-FIELD-ACCESS -- THE POSTED ROW AGAINST WHAT IS ON
      *    FILE (SPACES FOR A NEW ROW) THROUGH field-guard-save,
      *    WHICH ALSO LOGS A REFUSAL.
       check-field-access.
           set query-status to 0.
           set fetch-count to 0.
           set fetch-row-value(1) to spaces.

           call "db-query"
           using by content save-table,
           by content save-key,
           by reference fetch-rows,
           by reference fetch-count,
           by reference query-status.

           if query-status is equal 0 then
               set fetch-row-value(1) to spaces
           end-if.

           set guard-ok to 1.

           call "field-guard-save"
           using by content save-table,
           by content save-key,
           by content maker-role,
           by content maker-name,
           by content fetch-row-value(1),
           by reference save-value,
           by reference guard-ok,
           by reference refused-field.

           if guard-ok is equal 0 then
               set field-denied to 1
           end-if.

           exit paragraph.

      *    CHECK-WORKFLOW-MOVE -- THE POSTED ROW'S STATUS AGAINST
      *    workflow.cfg, FROM THE ROW check-field-access READ.
       check-workflow-move.
           set workflow-valid to 1.

           call "workflow-check"
           using by content save-table,
           by content save-key,
           by content save-value,
           by content maker-role,
           by reference workflow-valid,
           by reference workflow-refusal,
           by reference workflow-from,
           by reference workflow-to,
           by content fetch-row-value(1).

           if workflow-valid is equal 0 then
               set workflow-denied to 1
           end-if.

           exit paragraph.

      *    CHECK-EFFECTIVE-SCOPE -- THE FUTURE-DATED PATH JUDGES
      *    THE ROW AS IT STANDS TODAY AGAINST THE SAME
      *    rowscope.cfg RULE THE DIRECT SAVE APPLIES; A ROW THE
      *    THE SAME WAY THE BROWSE SCREEN IS (THE IMAGES ARE TOO
      *    LONG FOR A {{token}}).
       send-conflict-page.
      *    BOTH IMAGES NOW CARRY THE REAL HIDDEN FIELDS -- MASK
      *    THEM AGAIN BEFORE THEY ARE SHOWN.
           call "field-mask-row"
           using by content save-table,
           by content maker-role,
           by reference fetch-row-value(1),
           by reference hidden-count.

           call "field-mask-row"
           using by content save-table,
           by content maker-role,
           by reference save-value,
           by reference hidden-count.

           set response-headers-size to 0.
           set status-code to 409.
           set status-text to "Conflict".

           exit paragraph.

      *    APPLY-ONE-PICKER -- ONE POSTED codeNN CHOICE LAID INTO
      *    ITS FIELD, LEFT-ALIGNED AND SPACE-FILLED.
       apply-one-picker.
           if get-name(f)(1:4) is not equal "code"
           or get-name(f)(5:2) is not numeric
           or get-name(f)(7:1) is not equal space then
               exit paragraph
           end-if.

           move get-name(f)(5:2) to slot.

           if slot is equal 0
           or slot is greater than code-field-size then
               exit paragraph
           end-if.

           move get-value(f)
               to save-value(cf-offset(slot):cf-length(slot)).

           exit paragraph.

      *    EXTRACT-VALUE-FIELD -- FINDS "value=" AT THE START OF
      *    THE BODY OR RIGHT AFTER AN "&" AND DECODES UP TO THE
      *    NEXT "&" (OR END) INTO THE FULL-WIDTH save-value.
