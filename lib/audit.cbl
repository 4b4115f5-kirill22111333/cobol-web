               exit paragraph
           end-if.

      *    AN UNDO LINE ONLY LINKS A REVERSAL TO THE CHANGE IT
      *    UNDID -- THE REVERSAL ITSELF IS THE LINE BEFORE IT.
           if audit-action is equal "UNDO" then
               exit paragraph
           end-if.

           perform stamp-to-date.

           if line-date is greater than asof-date then
