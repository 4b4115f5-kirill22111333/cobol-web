      * ABOVE, admin ADMITS ONLY admin. A CALLER THAT FALLS SHORT
      * (OR HAS NO SESSION AT ALL) GETS A JSON 403 AND THE REQUEST
      * SHORT-CIRCUITS WITH middleware-status 0, EXACTLY THE WAY
      * THE MIDDLEWARE CONTRACT ALREADY SHORT-CIRCUITS A REQUEST,
      * AND THE REFUSAL IS LOGGED (WARN, "role-guard") WITH THE
      * PATH, THE ROLE IT NEEDED AND THE CALLER.
      * A PATH NO RULE NAMES PASSES UNTOUCHED.
      ************************************************************

       77 session-found pic 9.
       77 caller-role   pic x(16).
       77 role-part     pic x(64).
       77 caller-user   pic x(64).
       77 user-part     pic x(256).
       77 log-level     pic x(5).
       77 log-source    pic x(32) value "role-guard".
       77 log-text      pic x(256).
       77 k             pic 9(2).
       77 caller-rank   pic 9.
       77 required-rank pic 9.
           move rank-value to caller-rank.

           if caller-rank is less than required-rank then
               perform log-refusal
               perform send-forbidden
               set middleware-status to 0
           end-if.
      *    caller-role BLANK (RANK 0).
       resolve-caller-role.
           set caller-role to spaces.
           set caller-user to spaces.

           initialize cookie-fields.

               into caller-role
           end-unstring.

           set user-part to spaces.

           unstring session-data delimited by "USER="
               into user-part, user-part
           end-unstring.

           unstring user-part delimited by ";"
               into caller-user
           end-unstring.

           exit paragraph.

      *    LOG-REFUSAL -- EVERY REFUSAL ON app.log: THE PATH, THE
      *    ROLE IT NEEDED, AND WHO ASKED WITH WHAT ("-" FOR NO
      *    SESSION).
       log-refusal.
           if caller-user is equal spaces then
               set caller-user to "-"
           end-if.

           if caller-role is equal spaces then
               set caller-role to "-"
           end-if.

           move "WARN" to log-level.
           set log-text to spaces.
           string
               "ROLE REFUSED " function trim(parse-path)
               " NEEDS " function trim(required-role)
               " USER " function trim(caller-user)
               " ROLE " function trim(caller-role)
               delimited by size
               into log-text
               on overflow
                   continue
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    RANK-OF-ROLE -- clerk < supervisor < admin; ANYTHING
