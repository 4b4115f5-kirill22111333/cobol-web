      *    SENDING MAIL, SAY) MEANS NO HEADER.
       01 request-trace-id pic x(24) external.

      *    SET BY cutoff-stamp WHEN THIS REQUEST STORED A ROW
      *    RECEIVED AFTER ITS CUT-OFF -- ECHOED AS X-Cutoff-Date
      *    (THE YYYY-MM-DD IT WILL BE PROCESSED ON), SO EVERY API
      *    CALLER CAN TELL, WHATEVER ITS HANDLER'S BODY SAYS.
       01 request-cutoff external.
           05 cutoff-rolled pic 9.
           05 cutoff-date   pic x(8).

      *    THE RESPONSE-CACHE CAPTURE AREA (EXTERNAL, SHARED WITH
      *    listen_http AND THE BODY SENDERS) -- WHILE switch-http
      *    HAS IT SWITCHED ON FOR A CACHED ROUTE'S MISS, EVERY
               end-string
           end-if.

           if cutoff-rolled is equal 1 then
               set tmp-buffer to buffer-data
               set buffer-data to spaces

               string
                   function trim(tmp-buffer) delimited by size
                   X"0A"
                   "X-Cutoff-Date: " delimited by size
                   cutoff-date(1:4) "-" cutoff-date(5:2) "-"
                   cutoff-date(7:2) delimited by size
                   into buffer-data
               end-string
           end-if.

           set tmp-buffer to buffer-data.
           set buffer-data to spaces.
           set buffer-size to 1.
