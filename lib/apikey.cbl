      *     1 -- RESOLVED AND COUNTED
      *     2 -- RESOLVED BUT THE MONTHLY QUOTA IS EXHAUSTED
      *          (COUNTED ANYWAY, SO THE OVERAGE IS ON RECORD)
      * THE OPTIONAL TRAILING call-units COUNTS ONE REQUEST AS
      * THAT MANY CALLS -- THE CRUD BATCH ROUTE METERS BY ROW, NOT
      * BY REQUEST. OMITTED OR ZERO, A CALL COUNTS ONE.
      ************************************************************

       environment division.
       01 account-name pic x(64).
       01 check-status pic 9.
       01 key-mode-out pic x(1).
       01 call-units   pic 9(5).

       procedure division using request, account-name,
                           check-status, optional key-mode-out,
                           optional call-units.

           set check-status to 0.
           set account-name to spaces.
               move 0 to key-count
           end-if.

           if address of call-units is not equal null
           and call-units is greater than 0 then
               add call-units to key-count
           else
               add 1 to key-count
           end-if.

           rewrite apikey-record.

