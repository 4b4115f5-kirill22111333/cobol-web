       77 upsert-status pic 9.
       77 apply-source  pic x(32).
       77 out-pointer   pic 9(5).
       77 take-action   pic x(4) value "TAKE".
       77 link-text     pic x(128).
       77 link-found    pic 9.

       01 buffer.
           05 buffer-data pic x(256).
               if upsert-status is equal 1 then
                   move "APPROVED" to pd-status
                   set outcome-text to "approved and applied"
                   perform link-applied-reversal
               else
                   set outcome-text to
                       "approved but refused by the data layer"
           else
               move "REJECTED" to pd-status
               set outcome-text to "rejected"
      *        A REJECTED REVERSAL'S LINK IS NEVER NEEDED.
               call "reversal-pending-link"
               using by content take-action,
               by content pd-id,
               by reference link-text,
               by reference link-found
           end-if.

           if pd-status is not equal "PENDING" then

           exit paragraph.

      *    LINK-APPLIED-REVERSAL -- AN APPLIED ENTRY THAT WAS A
      *    REVERSAL FROM THE HISTORY SCREEN GETS ITS UNDO LINE NOW,
      *    RIGHT AFTER THE CHANGE IT LINKS.
       link-applied-reversal.
           call "reversal-pending-link"
           using by content take-action,
           by content pd-id,
           by reference link-text,
           by reference link-found.

           if link-found is equal 1 then
               call "audit-reversal-link"
               using by content pd-table,
               by content pd-key,
               by content link-text,
               by content apply-source
           end-if.

           exit paragraph.

      *    SEND-FORBIDDEN -- SAME BARE 403 AS THE REVIEW SCREEN.
       send-forbidden.
           set buffer-data to spaces.
