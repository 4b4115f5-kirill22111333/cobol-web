       working-storage section.
       77 config-stat pic xx.

      *    WHERE http-api-description FINDS THE ROUTE TABLE IT
      *    DESCRIBES -- THE SAME PARKED-ADDRESS HAND-OFF admin_http
      *    USES FOR THE CONSOLE'S ROUTE LISTING.
       01 api-route-table usage pointer external.

       linkage section.
       01 http-tbl.
          05 http-host pic x(50).
      *    THAN THE 256-ENTRY DEFAULT CAN SIZE THE TABLE WITHOUT A
      *    LIBRARY RECOMPILE. FALLS BACK TO THE HISTORICAL 256 WHEN
      *    THE ARGUMENT IS OMITTED OR ZERO, AND NEVER EXCEEDS THE
      *    PHYSICAL 2048-ENTRY CEILING ON HTTP-ROUTE. FIVE SLOTS ARE
      *    RESERVED ON TOP OF WHATEVER THE CALLER ASKS FOR -- THE
      *    "/healthz", "/metrics", "/favicon.ico", "/robots.txt" AND
      *    "/openapi.json" FREEBIES BELOW COME OUT OF THIS RESERVE,
      *    NOT OUT OF THE CALLER'S OWN REQUESTED CAPACITY, SO A SITE
      *    THAT ASKS FOR A SMALL http-capacity STILL GETS THE FULL
      *    AMOUNT OF ROOM IT ASKED FOR VIA handle_http.
           if address of http-capacity = null
           or http-capacity is equal 0 then
               set http-cap to 261
           else
               if http-capacity is greater than 2043 then
                   set http-cap to 2048
               else
                   compute http-cap = http-capacity + 5
               end-if
           end-if.

           set route-cache-ttl(http-len) to 0.
           add 1 to http-len.

      *    "/openapi.json" IS THE LAST FREEBIE -- THE API
      *    DESCRIPTION http-api-description BUILDS FROM THIS VERY
      *    TABLE AT REQUEST TIME, SO ROUTES handle_http ADDS AFTER
      *    THIS POINT ARE IN IT TOO.
           set api-route-table to address of http-tbl.

           if http-len is greater than http-cap then
               exit program
           end-if.
           set tab-path(http-len) to "/openapi.json".
           set tab-method(http-len) to "GET".
           set func(http-len) to entry "http-api-description".
           set route-timeout(http-len) to 0.
           set route-cache-ttl(http-len) to 0.
           add 1 to http-len.

      *    ANY vhost/mount/ratelimit/... DIRECTIVES IN http.cfg
      *    APPLY AT STARTUP TOO, SO THE FILE listen_http RE-READS
      *    ON reload.ctl AND THE CONFIGURATION THE SERVER STARTED
