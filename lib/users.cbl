       77 new-hash     pic x(40).
       77 policy-ok    pic 9.
       77 policy-reason pic x(64).
       77 event-name   pic x(8) value "CREATE".
       77 event-actor  pic x(64).
       77 event-client pic x(50).

       linkage section.
       01 username  pic x(64).
       01 pass-text  pic x(64).
       01 role-name pic x(16).
       01 status-func pic 9.
       01 created-by   pic x(64).
       01 created-from pic x(50).

       procedure division using username, pass-text, role-name,
                           status-func,
                           optional created-by,
                           optional created-from.

           set status-func to 0.


           close user-file.

      *    WHO OPENED THE ACCOUNT, AND FROM WHERE, GOES ON THE
      *    ACCOUNT RECORD FOR THE SEGREGATION-OF-DUTIES REVIEW; A
      *    CALLER THAT DOES NOT SAY IS THE SIGNED-ON OPERATOR OF
      *    THE BATCH THAT RAN IT.
           if status-func is equal 1 then
               set event-actor to spaces
               set event-client to spaces
               if address of created-by is not equal null then
                   move created-by to event-actor
               end-if
               if address of created-from is not equal null then
                   move created-from to event-client
               end-if
               if event-actor is equal spaces then
                   accept event-actor from environment "USER"
               end-if
               if event-actor is equal spaces then
                   set event-actor to "(batch)"
               end-if
               call "account-event-log"
               using by content event-name,
               by content username,
               by content event-actor,
               by content event-client
           end-if.

           exit program.

      *    OPEN-USER-IO -- OPENS THE INDEXED FILE FOR RANDOM

       end program user-create.

      *****************************************

       identification division.
       program-id. account-event-log.

      ************************************************************
      * THE ACCOUNT RECORD -- ONE LINE PER ACCOUNT CREATED OR
      * SIGNED INTO, APPENDED TO "accounts.log" WITH THE OPEN
      * EXTEND / FALL BACK TO OPEN OUTPUT PATTERN OF intruder-log:
      *
      *     <date-utc stamp> <event> <account> <actor> <client>
      *
      * IN FIXED COLUMNS (29/8/64/64/50, ONE SPACE BETWEEN).
      * user-create WRITES "CREATE" WITH WHOEVER OPENED THE
      * ACCOUNT, user-directory-sync "CREATE" BY "directory",
      * http-user-login "SIGNIN" WITH THE ACCOUNT ITSELF AS THE
      * ACTOR. sod-report READS IT FOR AN ADMINISTRATOR WHO
      * OPENED AN ACCOUNT AND THEN USED IT.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select account-file assign to "accounts.log"
           organization is line sequential
           file status is account-stat.

       data division.

       file section.
       fd account-file.
       01 account-record.
           05 ae-stamp   pic x(29).
           05 filler     pic x(1).
           05 ae-event   pic x(8).
           05 filler     pic x(1).
           05 ae-account pic x(64).
           05 filler     pic x(1).
           05 ae-actor   pic x(64).
           05 filler     pic x(1).
           05 ae-client  pic x(50).

       working-storage section.
       77 account-stat   pic xx.
       77 event-timestamp pic x(29).
       77 event-days      pic 9(4) value 0.

       linkage section.
       01 event-name   pic x(8).
       01 account-name pic x(64).
       01 actor-name   pic x(64).
       01 client-addr  pic x(50).

       procedure division using event-name, account-name,
                           actor-name, client-addr.

           call "date-utc"
           using by reference event-timestamp,
           by content event-days.

           open extend account-file.
           if account-stat is equal "35" then
               open output account-file
           end-if.

           move spaces to account-record.
           move event-timestamp to ae-stamp.
           move event-name to ae-event.
           move account-name to ae-account.
           move actor-name to ae-actor.
           move client-addr to ae-client.

           write account-record.

           close account-file.

           exit program.

       end program account-event-log.

      *****************************************

       identification division.
      * THE AUTHORIZATION GUARD TO USE. CONSECUTIVE FAILURES ARE
      * COUNTED ON THE RECORD AND LOCKOUT_MAX OF THEM (DEFAULT 5)
      * LOCKS THE ACCOUNT -- NOBODY GUESSES A CLERK'S PASSWORD AT
      * FULL SPEED ALL NIGHT ANY MORE; THE LOCK ITSELF IS LOGGED
      * (WARN). A SUCCESS RESETS THE COUNT AND STAMPS THE
      * LAST-LOGIN DATE; user-unlock (BELOW) IS THE ADMIN'S
      * RELEASE, THE SAME PATTERN AS user-enable.
      ************************************************************

       environment division.
       77 pw-age       pic s9(8).
       77 lockout-text pic x(6).
       77 lockout-max  pic 9(3).
       77 fail-edit    pic zz9.
       77 log-level    pic x(5).
       77 log-source   pic x(32) value "user-authenticate".
       77 log-text     pic x(256).

       linkage section.
       01 username  pic x(64).
           and user-fail-count is greater than or equal
           lockout-max then
               move "1" to user-locked
               perform log-lockout
           end-if.

           rewrite user-record

           exit paragraph.

      *    LOG-LOCKOUT -- THE LOCK IS A SECURITY EVENT IN ITS OWN
      *    RIGHT, NOT JUST ONE MORE intruder.log LINE.
       log-lockout.
           move user-fail-count to fail-edit.
           move "WARN" to log-level.
           set log-text to spaces.
           string
               "ACCOUNT " function trim(user-name)
               " LOCKED AFTER " function trim(fail-edit)
               " FAILED SIGN-INS"
               delimited by size
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

      *    JUDGE-PASSWORD-AGE -- A PASSWORD SET MORE THAN
      *    PW_MAX_DAYS AGO (DEFAULT 90; 0 TURNS AGING OFF) IS
      *    FLAGGED STALE SO http-user-login ROUTES THE USER
      *    SHIFT AND THE REWRITE. EACH RETIRED SLOT IS 56 BYTES:
      *    THE SALT THEN THE HASH, NEWEST FIRST.
       change-password-checked.
      *    A DIRECTORY ACCOUNT'S PASSWORD LIVES IN THE DIRECTORY;
      *    A LOCAL ONE WOULD OUTLIVE THE USER'S REMOVAL THERE.
           if user-salt is equal "DIRECTORY" then
               exit paragraph
           end-if.

           set reuse-seen to 0.

      *    THE CURRENT PAIR FIRST.

       end program user-set-department.

      *****************************************

       identification division.
       program-id. user-directory-sync.

      ************************************************************
      * KEEPS THE users.dat ENTRY OF A STAFF MEMBER WHO SIGNED IN
      * THROUGH THE CORPORATE DIRECTORY (directory-authenticate)
      * IN STEP WITH IT, SO SESSIONS, ROW SCOPING, TOTP AND LOCKOUT
      * WORK FOR THEM EXACTLY AS FOR A LOCAL ACCOUNT. THE FIRST
      * SIGN-IN CREATES THE ENTRY; EVERY SIGN-IN REFRESHES ITS
      * ROLE AND DEPARTMENT FROM THE GROUP MAPPING, AND ITS MAIL
      * ADDRESS WHEN THE DIRECTORY HAS ONE. THE ENTRY CARRIES THE
      * SALT "DIRECTORY" AND NO PASSWORD HASH -- NO PASSWORD EVER
      * MATCHES IT LOCALLY, AND user-set-password REFUSES IT -- SO
      * A LEAVER REMOVED FROM THE DIRECTORY CANNOT SIGN IN HERE
      * EITHER. A LOCAL ACCOUNT OF THE SAME NAME (A BREAK-GLASS
      * ACCOUNT) KEEPS ITS OWN PASSWORD AND IS LEFT ALONE APART
      * FROM THE REFRESH. AN ACCOUNT THAT IS DISABLED OR LOCKED
      * HERE STAYS SHUT (status-func 0) WHATEVER THE DIRECTORY
      * SAYS -- user-enable AND user-unlock REMAIN THE WAY BACK
      * IN; OTHERWISE THE FAILURE COUNT IS RESET AND THE SIGN-IN
      * STAMPED, AS user-authenticate DOES.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select user-file assign to "users.dat"
           organization is indexed
           access mode is dynamic
           record key is user-name
           file status is user-stat.

       data division.

       file section.
       fd user-file.
       01 user-record.
           05 user-name    pic x(64).
           05 user-salt    pic x(16).
           05 user-hash    pic x(40).
           05 user-role    pic x(16).
           05 user-active  pic x(1).
           05 user-created pic x(8).
           05 user-dept    pic x(16).
           05 user-pw-date pic x(8).
           05 user-last-login pic x(8).
           05 user-fail-count pic 9(3).
           05 user-locked  pic x(1).
           05 user-totp    pic x(16).
           05 user-old-hashes pic x(168).
           05 user-email   pic x(64).

       working-storage section.
       77 user-stat pic xx.
       77 event-name   pic x(8) value "CREATE".
       77 event-actor  pic x(64) value "directory".
       77 event-client pic x(50) value spaces.

       linkage section.
       01 username    pic x(64).
       01 role-name   pic x(16).
       01 dept-name   pic x(16).
       01 mail-addr   pic x(64).
       01 status-func pic 9.

       procedure division using username, role-name, dept-name,
                           mail-addr, status-func.

           set status-func to 0.

           if username is equal spaces
           or role-name is equal spaces then
               exit program
           end-if.

           open i-o user-file.

           if user-stat is equal "35" then
               open output user-file
               close user-file
               open i-o user-file
           end-if.

           if user-stat is not equal "00" then
               close user-file
               exit program
           end-if.

           move username to user-name.

           read user-file
               key is user-name
               invalid key
                   perform add-directory-user
               not invalid key
                   perform refresh-directory-user
           end-read.

           close user-file.

           exit program.

      *    ADD-DIRECTORY-USER -- FIRST SIGN-IN: A NEW ENTRY WITH NO
      *    LOCAL PASSWORD.
       add-directory-user.
           initialize user-record.
           move username to user-name.
           move "DIRECTORY" to user-salt.
           move spaces to user-hash.
           move role-name to user-role.
           move "1" to user-active.
           move function current-date(1:8) to user-created.
           move dept-name to user-dept.
           move function current-date(1:8) to user-pw-date.
           move function current-date(1:8) to user-last-login.
           move 0 to user-fail-count.
           move spaces to user-locked.
           move spaces to user-totp.
           move spaces to user-old-hashes.
           move mail-addr to user-email.

           write user-record
           invalid key
               continue
           not invalid key
               set status-func to 1
               call "account-event-log"
               using by content event-name,
               by content username,
               by content event-actor,
               by content event-client
           end-write.

           exit paragraph.

      *    REFRESH-DIRECTORY-USER -- LATER SIGN-INS.
       refresh-directory-user.
           if user-active is not equal "1"
           or user-locked is equal "1" then
               exit paragraph
           end-if.

           move role-name to user-role.
           move dept-name to user-dept.

           if mail-addr is not equal spaces then
               move mail-addr to user-email
           end-if.

           move 0 to user-fail-count.
           move function current-date(1:8) to user-last-login.

           rewrite user-record
           invalid key
               continue
           not invalid key
               set status-func to 1
           end-rewrite.

           exit paragraph.

       end program user-directory-sync.

      *****************************************

       identification division.
       77 pass-text      pic x(64).
       77 role-name     pic x(16).
       77 create-status pic 9.
       77 creator-name  pic x(64).
       77 creator-role  pic x(16).
       77 creator-found pic 9.
       77 client-addr   pic x(50).

       linkage section.
       01 request.

           set create-status to 0.

      *    AN ACCOUNT OPENED FROM A SIGNED-IN SESSION IS THAT
      *    USER'S DOING; OTHERWISE IT IS SELF-SERVICE.
           if username is not equal spaces
           and pass-text is not equal spaces then
               set creator-name to spaces
               set creator-found to 0
               call "session-user-role"
               using by content request,
               by reference creator-name,
               by reference creator-role,
               by reference creator-found
               if creator-found is equal 0 then
                   set creator-name to "(self)"
               end-if
               set client-addr to spaces
               call "peer_addr_tcp"
               using by value connect,
               by reference client-addr
               call "user-create"
               using by content username,
               by content pass-text,
               by content role-name,
               by reference create-status,
               by content creator-name,
               by content client-addr
           end-if.

           move spaces to string-data.
      * SESSION-PLUS-COOKIE SHAPE examples/session ALREADY PROVES
      * OUT, SO EVERY LATER REQUEST CAN BE RESOLVED BACK TO WHO IS
      * MAKING IT. FAILURE IS A JSON 401 WITH NO HINT OF WHICH
      * HALF WAS WRONG. WHERE THE SITE RUNS A CORPORATE DIRECTORY
      * (LDAP_SERVER) STAFF SIGN IN WITH THEIR DIRECTORY PASSWORD
      * -- SEE directory-authenticate AND user-directory-sync.
      ************************************************************

       data division.
       77 totp-found  pic 9.
       77 totp-ok     pic 9.
       77 sess-roles  pic x(64).
       77 event-name  pic x(8) value "SIGNIN".
       01 sess-role-parts.
           05 sess-role-part occurs 4 times pic x(16).
       77 sr          pic 9(1).
           05 totp-role-part occurs 4 times pic x(16).
       77 tr          pic 9(1).
       77 role-privileged pic 9.
       77 dir-ok      pic 9.
       77 dir-status  pic 9.
       77 dir-dept    pic x(16).
       77 dir-mail    pic x(64).

       linkage section.
       01 request.

           if username is not equal spaces
           and pass-text is not equal spaces then
               perform authenticate-user
           end-if.

           move spaces to string-data.

           exit program.

      *    AUTHENTICATE-USER -- THE CORPORATE DIRECTORY FIRST
      *    WHEN ONE IS CONFIGURED (LDAP_SERVER); A DIRECTORY
      *    SIGN-IN REFRESHES THE users.dat ENTRY AND THAT DECIDES.
      *    A DIRECTORY REFUSAL, OR A DIRECTORY THAT CANNOT BE
      *    REACHED, FALLS BACK TO users.dat -- THE BREAK-GLASS
      *    LOCAL ACCOUNTS STILL SIGN IN, A DIRECTORY ACCOUNT
      *    (WHICH HAS NO LOCAL PASSWORD) DOES NOT, AND ITS
      *    FAILURE IS COUNTED TOWARDS LOCKOUT THERE AS ALWAYS.
       authenticate-user.
           set dir-ok to 0.
           set dir-status to 0.

           call "directory-authenticate"
           using by content username,
           by content pass-text,
           by reference dir-ok,
           by reference role-name,
           by reference dir-dept,
           by reference dir-mail,
           by reference dir-status.

           if dir-status is equal 1
           and dir-ok is equal 1 then
               call "user-directory-sync"
               using by content username,
               by content role-name,
               by content dir-dept,
               by content dir-mail,
               by reference auth-ok
               exit paragraph
           end-if.

           call "user-authenticate"
           using by content username,
           by content pass-text,
           by reference auth-ok,
           by reference role-name,
           by reference stale-flag.

           exit paragraph.

      *    JUDGE-SINGLE-SESSION -- IS THIS ROLE UNDER THE
      *    ONE-SESSION POLICY?
       judge-single-session.
           call "session-create"
           using by reference session.

      *    EVERY SIGN-IN, WITH ITS CLIENT ADDRESS, GOES ON THE
      *    ACCOUNT RECORD (account-event-log).
           set client-addr to spaces.

           call "peer_addr_tcp"
           using by value connect,
           by reference client-addr.

           call "account-event-log"
           using by content event-name,
           by content username,
           by content username,
           by content client-addr.

      *    THE SINGLE-ACTIVE-SESSION POLICY -- UNDER
      *    SINGLE_SESSION_ROLES ("*" FOR EVERY ROLE, OR A COMMA
      *    LIST) A NEW SIGN-IN BUMPS THE ACCOUNT'S OTHER
