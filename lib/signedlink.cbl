      * ACCUMULATOR OVER THE SITE SECRET (LINK_SECRET, SUPPLIED AT
      * STARTUP LIKE HTTP_ADDRESS), THE FILE PATH AND THE EXPIRY;
      * WITHOUT THE SECRET NOBODY FORGES A LINK, AND CHANGING THE
      * SECRET KILLS EVERY LINK OUTSTANDING -- WHICH IS WHY THE
      * SECRET IS NOW VERSIONED IN keystore.dat: A NEW LINK IS
      * ALWAYS SIGNED WITH THE CURRENT VERSION, AND THE /dl CHECK
      * ASKS AGAIN WITH which-key 1 FOR THE PREVIOUS VERSION,
      * WHICH ANSWERS ONLY WHILE ITS OVERLAP WINDOW IS OPEN.
      ************************************************************

       data division.
       77 work-length  pic 9(3).
       77 h1           pic 9(18).
       77 c            pic 9(3).
       77 env-secret   pic x(64).
       77 secret-name  pic x(40) value "LINK_SECRET".
       77 current-secret pic x(64).
       77 current-version pic 9(3).
       77 previous-secret pic x(64).
       77 previous-version pic 9(3).
       77 previous-live pic 9.

       linkage section.
       01 file-path    pic x(256).
       01 expiry-text  pic x(11).
       01 signature    pic x(16).
       01 status-func  pic 9.
       01 which-key    pic 9.

       procedure division using file-path, expiry-text,
                           signature, status-func,
                           optional which-key.

           set status-func to 0.
           set signature to spaces.

           set env-secret to spaces.
           accept env-secret from environment "LINK_SECRET".

           call "secret-versions"
           using by content secret-name,
           by content env-secret,
           by reference current-secret,
           by reference current-version,
           by reference previous-secret,
           by reference previous-version,
           by reference previous-live.

           move current-secret to link-secret.

           if address of which-key is not equal null
           and which-key is equal 1 then
               if previous-live is equal 0 then
                   exit program
               end-if
               move previous-secret to link-secret
           end-if.

           if link-secret is equal spaces then
               exit program
       77 offered-sig  pic x(16).
       77 expect-sig   pic x(16).
       77 sign-status  pic 9.
       77 previous-key pic 9 value 1.
       77 today-int    pic 9(8).
       77 current-epoch pic 9(11).
       77 expiry-epoch pic 9(11).
           by reference expect-sig,
           by reference sign-status.

      *    A LINK SIGNED BEFORE THE LAST ROTATION STILL GOES
      *    THROUGH WHILE THE OLD SECRET'S WINDOW IS OPEN.
           if sign-status is equal 0
           or expect-sig is not equal offered-sig then
               set sign-status to 0
               call "link-signature"
               using by content want-file,
               by content expiry-text,
               by reference expect-sig,
               by reference sign-status,
               by content previous-key
           end-if.

           if sign-status is equal 0
           or expect-sig is not equal offered-sig then
               exit paragraph
