      * LEDGER "inboundevents.dat"; A REPLAYED OR DUPLICATE
      * DELIVERY IS ACKNOWLEDGED 200 BUT NOT PROCESSED AGAIN --
      * PAYMENTS DO NOT DOUBLE-POST BECAUSE A PROVIDER RETRIED.
      *
      * ONCE A SENDER'S SECRET HAS BEEN ROTATED (secret-rotate,
      * NAME "inbound:<sender>") THE KEY STORE HOLDS IT AND THE
      * inbound.cfg COLUMN IS ONLY ITS VERSION 1; THE SENDER MUST
      * STILL BE LISTED IN inbound.cfg. THE CURRENT VERSION IS
      * TRIED FIRST, THEN THE PREVIOUS ONE WHILE ITS OVERLAP
      * WINDOW IS OPEN, SO THE PARTNER CAN SWITCH ANY TIME INSIDE
      * THE WINDOW WITHOUT A SINGLE REJECTED DELIVERY.
      ************************************************************

       environment division.
           05 cfg-secret pic x(64).
       77 secret-found pic 9.
       77 shared-secret pic x(64).
       77 secret-name   pic x(40).
       77 current-secret pic x(64).
       77 current-version pic 9(3).
       77 previous-secret pic x(64).
       77 previous-version pic 9(3).
       77 previous-live pic 9.

       77 h             pic 9(3).
       77 header-probe  pic x(12).
               exit program
           end-if.

           set secret-name to spaces.
           string
               "inbound:" delimited by size
               claimed-sender delimited by space
               into secret-name
           end-string.

           call "secret-versions"
           using by content secret-name,
           by content shared-secret,
           by reference current-secret,
           by reference current-version,
           by reference previous-secret,
           by reference previous-version,
           by reference previous-live.

           call "payload-signature"
           using by content current-secret,
           by content request-body,
           by reference expect-sig.

           if expect-sig is not equal offered-sig
           and previous-live is equal 1
           and previous-secret is not equal spaces then
               call "payload-signature"
               using by content previous-secret,
               by content request-body,
               by reference expect-sig
           end-if.

           if expect-sig is not equal offered-sig then
               perform log-bad-signature
               perform send-forbidden
