      * preflight-status COMES BACK 0 CLEAN, 4 WARNINGS ONLY, 8
      * WHEN ANYTHING IS BROKEN, AND return-code IS SET THE SAME
      * WAY SO A DEPLOY SCRIPT THAT RUNS THE SITE WITH A
      * PREFLIGHT-ONLY MAIN SEES THE FAILURE. A TRAILING OPTIONAL
      * skip-bind OF 1 LEAVES OUT THE BIND PROBES -- config-apply
      * CHECKS A CHANGED http.cfg WHILE THE LISTENER ALREADY HOLDS
      * EVERY ADDRESS, WHERE A PROBE COULD ONLY EVER FAIL.
      ************************************************************

       environment division.
              10 route-cache-ttl pic 9(5).

       77 preflight-status pic 9.
       77 skip-bind pic 9.

       procedure division using http-tbl, preflight-status,
                           optional skip-bind.

           set error-count to 0.
           set warn-count to 0.

           display "PREFLIGHT AUDIT".

           if address of skip-bind is equal null then
               perform check-listen-addresses
           else
               if skip-bind is not equal 1 then
                   perform check-listen-addresses
               end-if
           end-if.

           perform check-tls-material.
           perform check-directories.
           perform check-duplicate-routes.
