      *                               (FORM FIELD state=on|off)
      *     POST /admin/shutdown   -- TRIGGER GRACEFUL SHUTDOWN BY
      *                               WRITING shutdown.ctl
      *     POST /admin/readonly   -- SET OR LIFT READ-ONLY MODE
      *                               (state=on|off, reason;
      *                               lib/readonly.cbl)
      *     GET  /admin/config     -- THE .cfg CHANGE HISTORY AND
      *                               DIFFS (lib/confighist.cbl)
      *     POST /admin/configrollback -- PUT A KEPT VERSION BACK
      *
      * EVERY HANDLER IS BEHIND AUTHENTICATION: THE CALLER'S
      * SESSION COOKIE MUST RESOLVE (parseCookie/session-lookup,
           set route-handle to entry "http-admin-shutdown".
           perform register-one-route.

           set route-path to "/admin/readonly".
           set route-method to "POST".
           set route-handle to entry "http-admin-readonly".
           perform register-one-route.

           set route-path to "/admin/config".
           set route-method to "GET".
           set route-handle to entry "http-admin-config".
           perform register-one-route.

           set route-path to "/admin/configrollback".
           set route-method to "POST".
           set route-handle to entry "http-admin-configrollback".
           perform register-one-route.

           exit program.

      *    REGISTER-ONE-ROUTE -- ONE handle_http CALL PER CONSOLE
      * SESSION COOKIE TO THE ROLE http-user-login STORED AND
      * PASSES ONLY "admin". WHEN THE CALLER FALLS SHORT THE 403
      * IS SENT HERE SO EVERY CONSOLE PAGE REFUSES IDENTICALLY.
      * BOTH OUTCOMES THAT MATTER TO SECURITY GO ON app.log UNDER
      * "admin-console": A REFUSAL (WARN), AND EVERY ADMITTED
      * CALL THAT CAN CHANGE SOMETHING -- ANY METHOD BUT GET OR
      * HEAD (INFO) -- WITH THE ADMINISTRATOR'S NAME.
      ************************************************************

       data division.
       77 session-found pic 9.
       77 caller-role   pic x(16).
       77 role-part     pic x(64).
       77 caller-user   pic x(64).
       77 user-part     pic x(256).
       77 k             pic 9(2).
       77 log-level     pic x(5).
       77 log-source    pic x(32) value "admin-console".
       77 log-text      pic x(256).

       01 buffer.
           05 buffer-data pic x(256).

           set admin-ok to 0.
           set caller-role to spaces.
           set caller-user to "-".

           initialize cookie-fields.

                   unstring role-part delimited by ";"
                       into caller-role
                   end-unstring

                   set user-part to spaces

                   unstring session-data delimited by "USER="
                       into user-part, user-part
                   end-unstring

                   unstring user-part delimited by ";"
                       into caller-user
                   end-unstring
               end-if
           end-if.

           if caller-user is equal spaces then
               set caller-user to "-"
           end-if.

           if function trim(caller-role) is equal "admin" then
               set admin-ok to 1

               if request-method is not equal "GET"
               and request-method is not equal "HEAD" then
                   move "INFO" to log-level
                   set log-text to spaces
                   string
                       "ADMIN ACTION " function trim(request-method)
                       " " function trim(request-path)
                       " BY " function trim(caller-user)
                       delimited by size
                       into log-text
                       on overflow
                           continue
                   end-string
                   perform write-admin-log
               end-if

               exit program
           end-if.

           move "WARN" to log-level.
           set log-text to spaces.
           string
               "ADMIN REFUSED " function trim(request-method)
               " " function trim(request-path)
               " BY " function trim(caller-user)
               delimited by size
               into log-text
               on overflow
                   continue
           end-string.
           perform write-admin-log.

           set buffer-data to spaces.
           set buffer-size to 1.


           exit program.

       write-admin-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program admin-check-role.

      *****************************************
