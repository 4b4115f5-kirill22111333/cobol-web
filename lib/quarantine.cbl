               " name=" X"22" "id" X"22"
               " value=" X"22" function trim(qr-id)
               X"22" ">"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

      *    AN ATTACHMENT'S HOME IS ITS RECORD -- NO DESTINATION.
           if qr-route(1:7) is equal "attach:" then
               string
                   "Attach to its record. "
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           else
               string
                   "Release to: <input type=" X"22" "text" X"22"
                   " name=" X"22" "dest" X"22"
                   " size=" X"22" "40" X"22" "> "
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "<button name=" X"22" "verdict" X"22"
               " value=" X"22" "release" X"22"
               ">Release</button> "
       77 want-id       pic x(10).
       77 verdict       pic x(10).
       77 dest-path     pic x(256).
       77 attach-status pic 9.
       77 held-path     pic x(64).
       77 dotdot-hits   pic 9(3).
       77 rename-result pic s9(9) comp.
           end-string.

           evaluate true
               when qr-route(1:7) is equal "attach:"
                   perform rule-on-attachment
               when verdict is equal "release"
                   perform release-upload
               when verdict is equal "reject"

           exit paragraph.

      *    RULE-ON-ATTACHMENT -- AN UPLOAD FROM AN EDIT SCREEN'S
      *    ATTACHMENTS PANEL; attachment-release MOVES IT ONTO ITS
      *    RECORD OR MARKS IT REFUSED.
       rule-on-attachment.
           if verdict is not equal "release"
           and verdict is not equal "reject" then
               set outcome-text to "no verdict given"
               exit paragraph
           end-if.

           set attach-status to 0.

           call "attachment-release"
           using by content want-id,
           by content verdict,
           by reference attach-status.

           if verdict is equal "reject" then
               call "CBL_DELETE_FILE"
               using function trim(held-path)
               returning delete-result

               move "REJECTED" to qr-status
               set outcome-text to "rejected and removed"
               exit paragraph
           end-if.

           if attach-status is equal 1 then
               move "RELEASED" to qr-status
               set outcome-text to
                   "released to the record's attachments"
           else
               set outcome-text to "move failed - still held"
           end-if.

           exit paragraph.

      *    SEND-FORBIDDEN -- SAME BARE 403 AS THE QUEUE SCREEN.
       send-forbidden.
           set buffer-data to spaces.
