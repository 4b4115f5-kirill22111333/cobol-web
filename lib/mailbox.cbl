       identification division.
       program-id. mailbox-poll.

      ************************************************************
      * THE INBOUND MAILBOX READER -- send-mail GIVES US SMTP OUT,
      * BUT SUPPLIERS STILL MAIL THEIR ORDER CONFIRMATIONS AND
      * PRICE LISTS AS ATTACHMENTS AND CUSTOMERS MAIL CHANGE-OF-
      * ADDRESS REQUESTS TO THE SHARED BOX, WHERE SOMEONE READ AND
      * RE-KEYED THEM. RUN FROM THE SCHEDULER (schedule.cfg, E.G.
      * EVERY TEN MINUTES), THIS PROGRAM SPEAKS IMAP4 TO THE
      * MAILBOX SERVER OVER THE SAME connect_tcp/send_tcp/
      * request_tcp PRIMITIVES send-mail USES: LOGIN, SELECT THE
      * FOLDER, AND FOR EACH MESSAGE STILL IN IT (UP TO
      * MAILBOX_MAX A RUN, OLDEST FIRST) FETCH IT WHOLE, PICK THE
      * MIME PARTS APART, ROUTE IT, ACKNOWLEDGE IT AND MOVE IT TO
      * THE PROCESSED FOLDER (UID COPY, THEN \Deleted AND ONE
      * EXPUNGE AT THE END -- PLAIN IMAP4rev1, NO MOVE EXTENSION
      * NEEDED). A MESSAGE THAT CANNOT BE FETCHED STAYS WHERE IT
      * IS FOR THE NEXT RUN.
      *
      * ROUTING IS BY "mailbox.cfg", ONE RULE A LINE, THE FIRST
      * MATCHING LINE WINNING, "#" LINES COMMENTS:
      *
      *   <sender> <subject> <action> [<folder>]
      *
      * <sender> IS THE FROM ADDRESS WITH AT MOST ONE "*" WILDCARD
      * ("*@acme-supply.com", THE inbound.cfg MATCH), COMPARED IN
      * LOWER CASE; <subject> IS TEXT THE SUBJECT MUST CONTAIN,
      * IGNORING CASE, WITH "_" FOR A SPACE, OR "*" FOR ANY.
      * <action> IS ONE OF:
      *
      *   QUARANTINE  EACH ATTACHMENT TO THE UPLOAD QUARANTINE
      *               (quarantine-file) FOR /maintain/uploads
      *   DROP        EACH ATTACHMENT, UNDER ITS OWN NAME, INTO
      *               <folder> (DEFAULT INBOUND_DIR, ELSE
      *               "inbound") FOR inbound-watch TO LOAD
      *   REQUEST     A WORK-INBOX ITEM OF TYPE MAIL (THE TEXT IN
      *               "mail.<reference>.txt", SHOWN ON /work/file)
      *               WITH THE TEXT AS A NOTE ON IT; ANY
      *               ATTACHMENTS GO TO THE QUARANTINE
      *   IGNORE      MOVED TO THE PROCESSED FOLDER, NOTHING ELSE
      *
      * A MESSAGE NO RULE MATCHES, OR A QUARANTINE/DROP MESSAGE
      * THAT ARRIVES WITHOUT AN ATTACHMENT, IS A REQUEST -- A
      * PERSON READS IT, AS TODAY. EVERY MESSAGE BUT AN IGNORED
      * ONE GETS A REFERENCE ("MAIL-" AND THE "MAILIN"
      * db-sequence) AND AN AUTOMATIC ACKNOWLEDGMENT CARRYING IT,
      * EXCEPT A MESSAGE THAT IS ITSELF AUTOMATIC (Auto-Submitted,
      * A MAILER-DAEMON OR NO-REPLY SENDER) -- TWO ROBOTS
      * ACKNOWLEDGING EACH OTHER NEVER STOP. EACH MESSAGE IS A
      * LINE IN "mailbox.log". ENCODED-WORD (=?..?=) SUBJECTS AND
      * FILE NAMES ARE KEPT AS SENT.
      *
      * SETTINGS: MAILBOX_SERVER (host:port, DEFAULT
      * 127.0.0.1:143 -- THE SITE'S MAIL HOST, AS SMTP_RELAY IS),
      * MAILBOX_USER, MAILBOX_PASS (OR THE KEY STORE'S
      * "MAILBOX_PASS" ONCE ROTATED), MAILBOX_FOLDER (DEFAULT
      * INBOX), MAILBOX_PROCESSED (DEFAULT Processed), MAILBOX_MAX
      * (DEFAULT 20), MAILBOX_ACK_FROM (DEFAULT noreply@localhost).
      * FINISHES NONZERO WHEN THE SERVER COULD NOT BE READ.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select rule-config assign to "mailbox.cfg"
           organization is line sequential
           file status is config-stat.

           select message-file assign to "mailbox.msg"
           organization is line sequential
           file status is message-stat.

           select part-file assign to dynamic part-path
           organization is sequential
           file status is part-stat.

           select text-file assign to dynamic text-path
           organization is line sequential
           file status is text-stat.

           select mailbox-log assign to "mailbox.log"
           organization is line sequential
           file status is mailbox-log-stat.

       data division.

       file section.
       fd rule-config.
       01 config-record pic x(256).

       fd message-file.
       01 message-record pic x(1000).

       fd part-file record is varying 1 to 1000
           depending part-chunk-len.
       01 part-record pic x(1000).

       fd text-file.
       01 text-record pic x(1000).

       fd mailbox-log.
       01 mailbox-log-record pic x(400).

       working-storage section.
       77 config-stat   pic xx.
       77 message-stat  pic xx.
       77 part-stat     pic xx.
       77 text-stat     pic xx.
       77 mailbox-log-stat pic xx.
       77 config-eof    pic 9.
       77 message-eof   pic 9.

      *    SETTINGS.
       77 server-address pic x(64).
       77 mailbox-user   pic x(64).
       77 mailbox-pass   pic x(64).
       77 mailbox-folder pic x(64).
       77 processed-folder pic x(64).
       77 drop-default   pic x(128).
       77 ack-from       pic x(128).
       77 setting-text   pic x(8).
       77 message-max    pic 9(3).

       77 secret-name      pic x(40) value "MAILBOX_PASS".
       77 secret-version   pic 9(3).
       77 previous-secret  pic x(64).
       77 previous-version pic 9(3).
       77 previous-live    pic 9.

      *    ROUTING RULES.
       01 rule-table.
           05 rule-entry occurs 50 times.
               10 ru-sender  pic x(128).
               10 ru-subject pic x(128).
               10 ru-action  pic x(12).
               10 ru-folder  pic x(128).
           05 rule-table-size pic 9(2).
       01 config-fields.
           05 cfg-sender  pic x(128).
           05 cfg-subject pic x(128).
           05 cfg-action  pic x(12).
           05 cfg-folder  pic x(128).
       77 ru            pic 9(2).
       77 matched-rule  pic 9(2).
       77 star-pos      pic 9(3).
       77 pattern-length pic 9(3).
       77 prefix-length pic 9(3).
       77 suffix-length pic 9(3).
       77 sender-length pic 9(3).
       77 subject-hits  pic 9(3).
       77 subject-want  pic x(128).
       77 subject-upper pic x(256).
       77 want-length   pic 9(3).

      *    THE CONNECTION AND ITS LINE READER.
       77 mail-connect  pic s9(9).
       77 recv-data     pic x(4096).
       77 recv-size     pic s9(5).
       77 recv-cap      pic 9(4) value 4096.
       77 recv-pos      pic 9(5).
       77 recv-len      pic 9(5).
       77 recv-avail    pic 9(5).
       77 piece-len     pic 9(5).
       77 copy-len      pic 9(5).
       77 imap-line     pic x(1000).
       77 line-length   pic 9(5).
       77 raw-length    pic 9(9).
       77 line-done     pic 9.
       77 line-cut      pic 9.
       77 connection-ok pic 9.

       77 out-data      pic x(600).
       77 out-size      pic 9(4).
       77 tag-number    pic 9(4) value 0.
       77 tag-text      pic x(5).
       77 command-text  pic x(580).
       77 command-ok    pic 9.
       77 response-done pic 9.
       77 response-kind pic x(8).

       01 uid-list.
           05 uid-entry occurs 100 times pic x(12).
           05 uid-list-size pic 9(3).
       77 u             pic 9(3).
       77 uid-token     pic x(12).
       77 token-pointer pic 9(5).
       77 moved-count   pic 9(3).

       77 literal-size  pic 9(9).
       77 literal-text  pic x(12).
       77 brace-pos     pic 9(5).
       77 consumed      pic 9(9).
       77 keep-length   pic 9(9).
       77 fetch-ok      pic 9.

      *    THE MESSAGE, PICKED APART.
       77 parse-phase   pic x.
       77 cur-name      pic x(40).
       77 cur-value     pic x(512).
       77 in-part-headers pic 9.
       77 hdr-from      pic x(256).
       77 hdr-subject   pic x(256).
       77 hdr-date      pic x(64).
       77 hdr-ctype     pic x(256).
       77 hdr-cte       pic x(40).
       77 hdr-auto      pic x(40).
       77 part-ctype    pic x(256).
       77 part-cte      pic x(40).
       77 part-disp     pic x(256).
       77 part-kind     pic x.
       77 part-name     pic x(128).
       77 part-open     pic 9.
       77 sender        pic x(128).
       77 sender-upper  pic x(128).
       77 junk          pic x(512).

       01 boundary-list.
           05 boundary-entry occurs 4 times.
               10 bd-text   pic x(80).
               10 bd-length pic 9(3).
           05 boundary-list-size pic 9.
       77 bd            pic 9.
       77 boundary-hit  pic 9.
       77 boundary-end  pic 9.

       77 param-source  pic x(512).
       77 param-upper   pic x(512).
       77 param-want    pic x(16).
       77 param-length  pic 9(2).
       77 param-pos     pic 9(4).
       77 param-value   pic x(128).

       01 attachment-list.
           05 attachment-entry occurs 10 times.
               10 am-path pic x(64).
               10 am-name pic x(128).
               10 am-size pic 9(9).
           05 attachment-list-size pic 9(2).
       77 am            pic 9(2).
       77 part-chunk-len pic 9(4).
       77 part-path     pic x(64).
       77 skipped-parts pic 9(3).

       77 body-text     pic x(4096).
       77 body-pointer  pic 9(5).
       77 body-scan     pic 9(5).
       77 text-line     pic x(1000).
       77 text-path     pic x(64).
       77 text-lines    pic 9(7).

      *    DECODING.
       77 decode-in     pic x(1000).
       77 decode-in-length pic 9(4).
       77 decode-out    pic x(1000).
       77 decode-out-length pic 9(4).
       77 dp            pic 9(4).
       77 soft-break    pic 9.
       77 b64-char-1    pic x.
       77 b64-char-2    pic x.
       77 b64-char-3    pic x.
       77 b64-char-4    pic x.
       77 b64-val-1     pic 9(2).
       77 b64-val-2     pic 9(2).
       77 b64-val-3     pic 9(2).
       77 b64-val-4     pic 9(2).
       77 b64-in-char   pic x.
       77 b64-out-val   pic 9(2).
       77 b64-num       pic 9(8).
       77 b64-byte-1    pic 9(3).
       77 b64-byte-2    pic 9(3).
       77 b64-byte-3    pic 9(3).
       77 b64-residue   pic 9(8).
       77 hex-char      pic x.
       77 hex-val       pic 9(2).
       77 hex-high      pic 9(2).

      *    ROUTING OUTCOME.
       77 mail-action   pic x(12).
       77 drop-folder   pic x(128).
       77 seq-name      pic x(30) value "MAILIN".
       77 next-value    pic 9(11).
       77 seq-status    pic 9.
       77 ref-number    pic 9(8).
       77 mail-ref      pic x(16).
       77 outcome-text  pic x(160).
       77 routed-count  pic 9(2).
       77 count-edit    pic z(4)9.
       77 file-name-safe pic x(128).
       77 target-path   pic x(256).
       77 rename-result pic s9(9) comp.
       77 delete-result pic s9(9) comp.

       77 upload-user   pic x(64).
       77 upload-route  pic x(64).
       77 temp-path     pic x(256).
       77 quarantine-id pic x(10).
       77 quarantine-status pic 9.

       77 item-type     pic x(12) value "MAIL".
       77 item-path     pic x(256).
       77 item-day      pic x(8).
       77 producer      pic x(30) value "mailbox-poll".
       77 item-id       pic x(10).
       77 note-table    pic x(30) value "workitems".
       77 note-key      pic x(50).
       77 note-user     pic x(64).
       77 note-text     pic x(256).
       77 note-status   pic 9.

       77 ack-allowed   pic 9.
       77 mail-to       pic x(128).
       77 mail-subject  pic x(128).
       77 mail-body     pic x(4096).
       77 mail-status   pic 9.

       77 log-stamp     pic x(29).
       77 stamp-days    pic 9(4) value 0.
       77 handled-count pic 9(5).
       77 failed-count  pic 9(5).
       77 log-level     pic x(5).
       77 log-source    pic x(32) value "mailbox-poll".
       77 log-text      pic x(256).

       procedure division.

           perform resolve-settings.
           perform load-mailbox-rules.

           set handled-count to 0.
           set failed-count to 0.

           call "connect_tcp"
           using by content function trim(server-address)
           returning mail-connect.

           if mail-connect is less than 0 then
               display "CANNOT REACH " function trim(server-address)
               move "ERROR" to log-level
               set log-text to "MAILBOX SERVER UNREACHABLE"
               perform write-log
               move 8 to return-code
               goback
           end-if.

           set connection-ok to 1.
           set recv-pos to 1.
           set recv-len to 0.

      *    THE SERVER SPEAKS FIRST.
           perform read-imap-line.

           if connection-ok is equal 0
           or imap-line(1:4) is not equal "* OK" then
               perform fail-session
               goback
           end-if.

           set command-text to spaces.
           string
               "LOGIN " X"22" function trim(mailbox-user) X"22"
               " " X"22" function trim(mailbox-pass) X"22"
               into command-text
           end-string.
           move "LOGIN" to response-kind.
           perform run-command.

           if command-ok is equal 0 then
               perform fail-session
               goback
           end-if.

           set command-text to spaces.
           string
               "SELECT " X"22" function trim(mailbox-folder) X"22"
               into command-text
           end-string.
           move "SELECT" to response-kind.
           perform run-command.

           if command-ok is equal 0 then
               perform fail-session
               goback
           end-if.

           set uid-list-size to 0.
           set command-text to "UID SEARCH UNDELETED".
           move "SEARCH" to response-kind.
           perform run-command.

           if command-ok is equal 0 then
               perform fail-session
               goback
           end-if.

           set moved-count to 0.

           perform handle-one-message
               varying u from 1 by 1
               until u is greater than uid-list-size
               or u is greater than message-max
               or connection-ok is equal 0.

           if moved-count is greater than 0
           and connection-ok is equal 1 then
               set command-text to "EXPUNGE"
               move "EXPUNGE" to response-kind
               perform run-command
           end-if.

           if connection-ok is equal 1 then
               set command-text to "LOGOUT"
               move "LOGOUT" to response-kind
               perform run-command
           end-if.

           call "close_tcp"
           using by value mail-connect.

           if connection-ok is equal 0 then
               display "MAILBOX SERVER WENT AWAY"
               move 8 to return-code
           end-if.

           move handled-count to count-edit.
           display function trim(count-edit) " MESSAGE(S) HANDLED".

           if failed-count is greater than 0 then
               move failed-count to count-edit
               display function trim(count-edit)
                   " MESSAGE(S) LEFT IN " function trim(mailbox-folder)
           end-if.

           goback.

      *    RESOLVE-SETTINGS -- THE SAME ACCEPT-FROM-ENVIRONMENT
      *    CONVENTION AS THE OTHER UTILITIES; THE PASSWORD GOES
      *    THROUGH THE KEY STORE SO IT CAN BE ROTATED.
       resolve-settings.
           set server-address to spaces.
           accept server-address from environment "MAILBOX_SERVER".
           if server-address is equal spaces then
               set server-address to "127.0.0.1:143"
           end-if.

           set mailbox-user to spaces.
           accept mailbox-user from environment "MAILBOX_USER".

           set previous-secret to spaces.
           accept previous-secret from environment "MAILBOX_PASS".

           call "secret-versions"
           using by content secret-name,
           by content previous-secret,
           by reference mailbox-pass,
           by reference secret-version,
           by reference previous-secret,
           by reference previous-version,
           by reference previous-live.

           set mailbox-folder to spaces.
           accept mailbox-folder from environment "MAILBOX_FOLDER".
           if mailbox-folder is equal spaces then
               set mailbox-folder to "INBOX"
           end-if.

           set processed-folder to spaces.
           accept processed-folder from environment
               "MAILBOX_PROCESSED".
           if processed-folder is equal spaces then
               set processed-folder to "Processed"
           end-if.

           set setting-text to spaces.
           accept setting-text from environment "MAILBOX_MAX".
           if setting-text is equal spaces then
               set message-max to 20
           else
               move function numval(setting-text) to message-max
           end-if.

           set ack-from to spaces.
           accept ack-from from environment "MAILBOX_ACK_FROM".
           if ack-from is equal spaces then
               set ack-from to "noreply@localhost"
           end-if.

           set drop-default to spaces.
           accept drop-default from environment "INBOUND_DIR".
           if drop-default is equal spaces then
               set drop-default to "inbound"
           end-if.

           exit paragraph.

      *    LOAD-MAILBOX-RULES -- mailbox.cfg INTO rule-table.
       load-mailbox-rules.
           set rule-table-size to 0.

           open input rule-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform read-one-rule until config-eof is equal 1.

           close rule-config.

           exit paragraph.

       read-one-rule.
           read rule-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#"
           or config-record is equal spaces
           or rule-table-size is equal 50 then
               exit paragraph
           end-if.

           initialize config-fields.
           unstring config-record delimited by all spaces
               into cfg-sender, cfg-subject, cfg-action, cfg-folder
           end-unstring.

           if cfg-action is equal spaces then
               exit paragraph
           end-if.

           add 1 to rule-table-size.
           move function lower-case(cfg-sender)
               to ru-sender(rule-table-size).
           move function upper-case(cfg-subject)
               to ru-subject(rule-table-size).
           inspect ru-subject(rule-table-size)
               replacing all "_" by " ".
           move function upper-case(cfg-action)
               to ru-action(rule-table-size).
           move cfg-folder to ru-folder(rule-table-size).

           if ru-folder(rule-table-size) is equal "-" then
               set ru-folder(rule-table-size) to spaces
           end-if.

           exit paragraph.

      *    HANDLE-ONE-MESSAGE -- FETCH, PICK APART, ROUTE,
      *    ACKNOWLEDGE, MOVE.
       handle-one-message.
           perform fetch-message.

           if fetch-ok is equal 0 then
               add 1 to failed-count
               exit paragraph
           end-if.

           perform parse-message.
           perform choose-route.
           perform route-message.
           perform acknowledge-message.
           perform write-mailbox-log.
           perform clear-leftover-parts.
           perform move-to-processed.

           add 1 to handled-count.

           exit paragraph.

      *    FETCH-MESSAGE -- "UID FETCH n BODY.PEEK[]": THE FIRST
      *    UNTAGGED LINE ENDS "{size}", THE NEXT size BYTES ARE THE
      *    MESSAGE, SPOOLED A LINE AT A TIME TO mailbox.msg.
       fetch-message.
           set fetch-ok to 0.

           set command-text to spaces.
           string
               "UID FETCH " function trim(uid-entry(u))
               " BODY.PEEK[]"
               into command-text
           end-string.
           perform send-command.

           perform read-imap-line.

           if connection-ok is equal 0 then
               exit paragraph
           end-if.

           if imap-line(1:5) is equal tag-text then
               exit paragraph
           end-if.

           set brace-pos to 0.
           inspect imap-line tallying brace-pos
               for characters before initial "{".

           if brace-pos is not less than line-length then
               perform finish-response
               exit paragraph
           end-if.

           set literal-text to spaces.
           unstring imap-line(brace-pos + 2:) delimited by "}"
               into literal-text
           end-unstring.

           if function trim(literal-text) is not numeric then
               perform finish-response
               exit paragraph
           end-if.

           move function numval(literal-text) to literal-size.

           open output message-file.

           set consumed to 0.

           perform spool-one-literal-line
               until consumed is not less than literal-size
               or connection-ok is equal 0.

           close message-file.

           perform finish-response.

           if command-ok is equal 1 then
               set fetch-ok to 1
           end-if.

           exit paragraph.

       spool-one-literal-line.
           perform read-imap-line.

           if connection-ok is equal 0 then
               exit paragraph
           end-if.

      *    A MESSAGE NOT ENDING IN CRLF SHARES ITS LAST LINE WITH
      *    THE CLOSING ")" -- ONLY ITS OWN BYTES ARE KEPT.
           if consumed + raw-length is greater than literal-size
           then
               compute keep-length = literal-size - consumed
               if keep-length is less than line-length then
                   move spaces to imap-line(keep-length + 1:)
               end-if
           end-if.

           add raw-length to consumed.

           move imap-line to message-record.
           write message-record.

           exit paragraph.

      *    FINISH-RESPONSE -- THE REST OF A RESPONSE UP TO ITS
      *    TAGGED LINE.
       finish-response.
           set command-ok to 0.
           set response-done to 0.

           perform read-response-line
               until response-done is equal 1
               or connection-ok is equal 0.

           exit paragraph.

      *    RUN-COMMAND -- SEND, THEN READ TO THE TAGGED LINE;
      *    command-ok 1 ON ITS "OK".
       run-command.
           perform send-command.
           perform finish-response.

           exit paragraph.

       send-command.
           add 1 to tag-number.
           set tag-text to spaces.
           string
               "A" tag-number
               into tag-text
           end-string.

           set out-data to spaces.
           set out-size to 1.
           string
               tag-text " " function trim(command-text)
               X"0D" X"0A"
               into out-data
               with pointer out-size
           end-string.
           subtract 1 from out-size.

           call "send_tcp"
           using by value mail-connect,
           by content out-data(1:out-size),
           by value out-size.

           exit paragraph.

       read-response-line.
           perform read-imap-line.

           if connection-ok is equal 0 then
               exit paragraph
           end-if.

           if imap-line(1:5) is equal tag-text then
               set response-done to 1
               if imap-line(7:2) is equal "OK" then
                   set command-ok to 1
               else
                   move "WARN" to log-level
                   set log-text to spaces
                   string
                       "IMAP " function trim(response-kind)
                       " REFUSED: " function trim(imap-line(7:))
                       delimited by size
                       into log-text
                   end-string
                   perform write-log
               end-if
               exit paragraph
           end-if.

           if response-kind is equal "SEARCH"
           and imap-line(1:9) is equal "* SEARCH " then
               perform take-search-uids
           end-if.

           exit paragraph.

      *    TAKE-SEARCH-UIDS -- THE UIDS OF "* SEARCH 4 7 9". A LINE
      *    TOO LONG TO HOLD LOSES ITS CUT-OFF LAST NUMBER.
       take-search-uids.
           set token-pointer to 10.

           perform take-one-uid
               until token-pointer is greater than line-length
               or uid-list-size is equal 100.

           if line-cut is equal 1
           and uid-list-size is greater than 0 then
               subtract 1 from uid-list-size
           end-if.

           exit paragraph.

       take-one-uid.
           set uid-token to spaces.

           unstring imap-line delimited by all " "
               into uid-token
               with pointer token-pointer
           end-unstring.

           if uid-token is not equal spaces
           and function trim(uid-token) is numeric then
               add 1 to uid-list-size
               move uid-token to uid-entry(uid-list-size)
           end-if.

           exit paragraph.

      *    READ-IMAP-LINE -- ONE LINE FROM THE STREAM INTO
      *    imap-line (CR AND LF STRIPPED, CUT AT 1000 BYTES --
      *    line-cut SAYS SO); raw-length IS EVERY BYTE IT TOOK
      *    FROM THE STREAM, LF INCLUDED.
       read-imap-line.
           move spaces to imap-line.
           set line-length to 0.
           set raw-length to 0.
           set line-cut to 0.
           set line-done to 0.

           perform take-line-piece until line-done is equal 1.

           if line-length is greater than 0 then
               if imap-line(line-length:1) is equal X"0D" then
                   move space to imap-line(line-length:1)
                   subtract 1 from line-length
               end-if
           end-if.

           exit paragraph.

       take-line-piece.
           if recv-pos is greater than recv-len then
               move spaces to recv-data
               set recv-size to 0

               call "request_tcp"
               using by value mail-connect,
               by reference recv-data,
               by value recv-cap,
               returning recv-size

               if recv-size is less than or equal 0 then
                   set connection-ok to 0
                   set line-done to 1
                   exit paragraph
               end-if

               move recv-size to recv-len
               set recv-pos to 1
           end-if.

           compute recv-avail = recv-len - recv-pos + 1.

           set piece-len to 0.
           inspect recv-data(recv-pos:recv-avail) tallying piece-len
               for characters before initial X"0A".

           move piece-len to copy-len.
           if line-length + copy-len is greater than 1000 then
               compute copy-len = 1000 - line-length
               set line-cut to 1
           end-if.

           if copy-len is greater than 0 then
               move recv-data(recv-pos:copy-len)
                   to imap-line(line-length + 1:copy-len)
               add copy-len to line-length
           end-if.

           add piece-len to raw-length.

           if piece-len is less than recv-avail then
               add 1 to raw-length
               compute recv-pos = recv-pos + piece-len + 1
               set line-done to 1
           else
               compute recv-pos = recv-len + 1
           end-if.

           exit paragraph.

      *    FAIL-SESSION -- THE SERVER WOULD NOT LET US IN OR WENT
      *    AWAY; NOTHING HAS BEEN MOVED.
       fail-session.
           call "close_tcp"
           using by value mail-connect.

           display "MAILBOX SESSION FAILED".

           move "ERROR" to log-level.
           set log-text to spaces.
           string
               "MAILBOX SESSION FAILED AT "
               function trim(response-kind)
               delimited by size
               into log-text
           end-string.
           perform write-log.

           move 8 to return-code.

           exit paragraph.

      *    PARSE-MESSAGE -- ONE PASS OVER mailbox.msg: THE HEADERS,
      *    THEN EACH MIME PART -- THE FIRST PLAIN TEXT ONE IS THE
      *    BODY, ONE WITH A FILE NAME IS AN ATTACHMENT (DECODED TO
      *    "mailbox.part.<n>"), THE REST (THE HTML COPY) SKIPPED.
      *    NESTED MULTIPARTS ARE FLATTENED -- EVERY BOUNDARY SEEN
      *    STARTS A PART.
       parse-message.
           set hdr-from to spaces.
           set hdr-subject to spaces.
           set hdr-date to spaces.
           set hdr-ctype to spaces.
           set hdr-cte to spaces.
           set hdr-auto to spaces.
           set cur-name to spaces.
           set cur-value to spaces.
           set in-part-headers to 0.
           set boundary-list-size to 0.
           set attachment-list-size to 0.
           set skipped-parts to 0.
           set part-open to 0.
           move spaces to body-text.
           set body-pointer to 1.

           move "H" to parse-phase.

           open input message-file.

           if message-stat is equal "00" then
               set message-eof to 0
               perform parse-one-line until message-eof is equal 1
           end-if.

           close message-file.

           perform close-part-file.

           perform find-sender.

           exit paragraph.

       parse-one-line.
           read message-file
               at end
                   set message-eof to 1
                   exit paragraph
           end-read.

           move message-record to imap-line.
           move function length(function trim(imap-line trailing))
               to line-length.
           if imap-line is equal spaces then
               set line-length to 0
           end-if.

           evaluate parse-phase
               when "H"
                   perform parse-header-line
               when "Q"
                   perform parse-header-line
               when other
                   perform check-boundary-line
                   if boundary-hit is equal 0
                   and parse-phase is equal "B" then
                       perform take-body-line
                   end-if
           end-evaluate.

           exit paragraph.

      *    PARSE-HEADER-LINE -- A MESSAGE ("H") OR PART ("Q")
      *    HEADER; A FOLDED LINE CONTINUES THE ONE BEFORE; THE
      *    BLANK LINE ENDS THE BLOCK.
       parse-header-line.
           if line-length is equal 0 then
               perform commit-header
               if parse-phase is equal "H" then
                   perform end-message-headers
               else
                   perform end-part-headers
               end-if
               exit paragraph
           end-if.

           if imap-line(1:1) is equal " "
           or imap-line(1:1) is equal X"09" then
               move cur-value to junk
               set cur-value to spaces
               string
                   function trim(junk) " "
                   function trim(imap-line)
                   delimited by size
                   into cur-value
                   on overflow
                       continue
               end-string
               exit paragraph
           end-if.

           perform commit-header.

           set cur-name to spaces.
           set cur-value to spaces.
           unstring imap-line delimited by ":"
               into cur-name
           end-unstring.

           set param-pos to 0.
           inspect imap-line tallying param-pos
               for characters before initial ":".

           if param-pos is less than line-length then
               move function trim(imap-line(param-pos + 2:))
                   to cur-value
           end-if.

           move function upper-case(cur-name) to cur-name.

           exit paragraph.

      *    COMMIT-HEADER -- THE HEADER JUST COMPLETED, INTO THE
      *    FIELD THAT WANTS IT.
       commit-header.
           if cur-name is equal spaces then
               exit paragraph
           end-if.

           if parse-phase is equal "H" then
               evaluate cur-name
                   when "FROM"
                       move cur-value to hdr-from
                   when "SUBJECT"
                       move cur-value to hdr-subject
                   when "DATE"
                       move cur-value to hdr-date
                   when "CONTENT-TYPE"
                       move cur-value to hdr-ctype
                   when "CONTENT-TRANSFER-ENCODING"
                       move function upper-case(cur-value)
                           to hdr-cte
                   when "AUTO-SUBMITTED"
                       move function upper-case(cur-value)
                           to hdr-auto
               end-evaluate
           else
               evaluate cur-name
                   when "CONTENT-TYPE"
                       move cur-value to part-ctype
                   when "CONTENT-TRANSFER-ENCODING"
                       move function upper-case(cur-value)
                           to part-cte
                   when "CONTENT-DISPOSITION"
                       move cur-value to part-disp
               end-evaluate
           end-if.

           set cur-name to spaces.
           set cur-value to spaces.

           exit paragraph.

      *    END-MESSAGE-HEADERS -- A MULTIPART MESSAGE WAITS FOR
      *    ITS FIRST BOUNDARY; ANY OTHER IS ONE TEXT BODY.
       end-message-headers.
           move function upper-case(hdr-ctype) to param-upper.

           if param-upper(1:10) is equal "MULTIPART/" then
               move hdr-ctype to param-source
               perform add-boundary
               move "P" to parse-phase
           else
               move hdr-ctype to part-ctype
               move hdr-cte to part-cte
               move "T" to part-kind
               move "B" to parse-phase
           end-if.

           exit paragraph.

      *    END-PART-HEADERS -- WHAT THIS PART IS.
       end-part-headers.
           move "B" to parse-phase.
           move "S" to part-kind.

           move function upper-case(part-ctype) to param-upper.

           if param-upper(1:10) is equal "MULTIPART/" then
               move part-ctype to param-source
               perform add-boundary
               move "P" to parse-phase
               exit paragraph
           end-if.

           set part-name to spaces.

           move part-disp to param-source.
           move "FILENAME=" to param-want.
           perform find-header-param.
           move param-value to part-name.

           if part-name is equal spaces then
               move part-ctype to param-source
               move "NAME=" to param-want
               perform find-header-param
               move param-value to part-name
           end-if.

           if part-name is not equal spaces then
               perform open-part-file
               exit paragraph
           end-if.

           if body-pointer is equal 1
           and (param-upper(1:10) is equal "TEXT/PLAIN"
           or param-upper is equal spaces) then
               move "T" to part-kind
           end-if.

           exit paragraph.

      *    ADD-BOUNDARY -- THE boundary= OF param-source.
       add-boundary.
           move "BOUNDARY=" to param-want.
           perform find-header-param.

           if param-value is equal spaces
           or boundary-list-size is equal 4 then
               exit paragraph
           end-if.

           add 1 to boundary-list-size.
           move param-value to bd-text(boundary-list-size).
           move function length(function trim(param-value))
               to bd-length(boundary-list-size).

           exit paragraph.

      *    FIND-HEADER-PARAM -- param-want's VALUE IN
      *    param-source, QUOTED OR NOT, MATCHED IGNORING CASE.
       find-header-param.
           set param-value to spaces.
           move function upper-case(param-source) to param-upper.
           move function length(function trim(param-want))
               to param-length.

           set param-pos to 0.
           inspect param-upper tallying param-pos
               for characters before initial
                   param-want(1:param-length).

           if param-pos is not less than 512 - param-length then
               exit paragraph
           end-if.

           add param-length to param-pos.
           add 1 to param-pos.

           if param-source(param-pos:1) is equal X"22" then
               add 1 to param-pos
               unstring param-source(param-pos:) delimited by X"22"
                   into param-value
               end-unstring
           else
               unstring param-source(param-pos:)
                   delimited by ";" or " "
                   into param-value
               end-unstring
           end-if.

           exit paragraph.

      *    CHECK-BOUNDARY-LINE -- "--<boundary>" STARTS A PART,
      *    "--<boundary>--" ENDS A MULTIPART.
       check-boundary-line.
           set boundary-hit to 0.

           if imap-line(1:2) is not equal "--" then
               exit paragraph
           end-if.

           perform test-one-boundary
               varying bd from 1 by 1
               until bd is greater than boundary-list-size
               or boundary-hit is equal 1.

           exit paragraph.

       test-one-boundary.
           if imap-line(3:bd-length(bd))
               is not equal bd-text(bd)(1:bd-length(bd)) then
               exit paragraph
           end-if.

           set boundary-hit to 1.

           perform close-part-file.

           if imap-line(bd-length(bd) + 3:2) is equal "--" then
               move "P" to parse-phase
               exit paragraph
           end-if.

           move "Q" to parse-phase.
           set part-ctype to spaces.
           set part-cte to spaces.
           set part-disp to spaces.
           set part-name to spaces.
           move "S" to part-kind.

           exit paragraph.

      *    TAKE-BODY-LINE -- ONE LINE OF THE CURRENT PART, DECODED
      *    AS ITS Content-Transfer-Encoding SAYS.
       take-body-line.
           if part-kind is equal "S" then
               exit paragraph
           end-if.

           move imap-line to decode-in.
           move line-length to decode-in-length.
           set soft-break to 0.

           evaluate true
               when part-cte(1:6) is equal "BASE64"
                   perform decode-base64-line
               when part-cte(1:16) is equal "QUOTED-PRINTABLE"
                   perform decode-qp-line
               when other
                   move decode-in to decode-out
                   move decode-in-length to decode-out-length
           end-evaluate.

           if part-kind is equal "A" then
               perform write-part-bytes
               exit paragraph
           end-if.

           if decode-out-length is greater than 0 then
               string
                   decode-out(1:decode-out-length)
                   delimited by size
                   into body-text
                   with pointer body-pointer
                   on overflow
                       continue
               end-string
           end-if.

      *    BASE64 TEXT CARRIES ITS OWN LINE ENDS.
           if soft-break is equal 0
           and part-cte(1:6) is not equal "BASE64" then
               string
                   X"0A" delimited by size
                   into body-text
                   with pointer body-pointer
                   on overflow
                       continue
               end-string
           end-if.

           exit paragraph.

      *    DECODE-BASE64-LINE -- decode-in FOUR CHARACTERS AT A
      *    TIME INTO decode-out, THE checkBasicAuth ARITHMETIC.
       decode-base64-line.
           set decode-out-length to 0.
           move spaces to decode-out.

           perform decode-one-quad
               varying dp from 1 by 4
               until dp + 3 is greater than decode-in-length.

           exit paragraph.

       decode-one-quad.
           move decode-in(dp:1) to b64-char-1.
           move decode-in(dp + 1:1) to b64-char-2.
           move decode-in(dp + 2:1) to b64-char-3.
           move decode-in(dp + 3:1) to b64-char-4.

           move b64-char-1 to b64-in-char.
           perform b64-val-of.
           move b64-out-val to b64-val-1.
           move b64-char-2 to b64-in-char.
           perform b64-val-of.
           move b64-out-val to b64-val-2.
           move b64-char-3 to b64-in-char.
           perform b64-val-of.
           move b64-out-val to b64-val-3.
           move b64-char-4 to b64-in-char.
           perform b64-val-of.
           move b64-out-val to b64-val-4.

           compute b64-num =
               b64-val-1 * 262144 + b64-val-2 * 4096
               + b64-val-3 * 64 + b64-val-4.

           divide b64-num by 65536
               giving b64-byte-1 remainder b64-residue.
           divide b64-residue by 256
               giving b64-byte-2 remainder b64-byte-3.

           add 1 to decode-out-length.
           move function char(b64-byte-1 + 1)
               to decode-out(decode-out-length:1).

           if b64-char-3 is not equal "=" then
               add 1 to decode-out-length
               move function char(b64-byte-2 + 1)
                   to decode-out(decode-out-length:1)
           end-if.

           if b64-char-4 is not equal "=" then
               add 1 to decode-out-length
               move function char(b64-byte-3 + 1)
                   to decode-out(decode-out-length:1)
           end-if.

           exit paragraph.

      *    B64-VAL-OF -- THE ALPHABET CHARACTER IN b64-in-char AS
      *    0-63 IN b64-out-val, 0 FOR "=" PADDING.
       b64-val-of.
           evaluate true
               when b64-in-char is greater than or equal "A"
               and b64-in-char is less than or equal "Z"
                   compute b64-out-val =
                       function ord(b64-in-char) - function ord("A")
               when b64-in-char is greater than or equal "a"
               and b64-in-char is less than or equal "z"
                   compute b64-out-val =
                       function ord(b64-in-char) - function ord("a")
                       + 26
               when b64-in-char is greater than or equal "0"
               and b64-in-char is less than or equal "9"
                   compute b64-out-val =
                       function ord(b64-in-char) - function ord("0")
                       + 52
               when b64-in-char is equal "+"
                   move 62 to b64-out-val
               when b64-in-char is equal "/"
                   move 63 to b64-out-val
               when other
                   move 0 to b64-out-val
           end-evaluate.

           exit paragraph.

      *    DECODE-QP-LINE -- "=XX" IS THE BYTE XX; A TRAILING "="
      *    JOINS THE NEXT LINE ON (soft-break).
       decode-qp-line.
           set decode-out-length to 0.
           move spaces to decode-out.

           if decode-in-length is greater than 0 then
               if decode-in(decode-in-length:1) is equal "=" then
                   set soft-break to 1
                   subtract 1 from decode-in-length
               end-if
           end-if.

           set dp to 1.

           perform decode-one-qp-char
               until dp is greater than decode-in-length.

           exit paragraph.

       decode-one-qp-char.
           add 1 to decode-out-length.

           if decode-in(dp:1) is not equal "="
           or dp + 2 is greater than decode-in-length then
               move decode-in(dp:1)
                   to decode-out(decode-out-length:1)
               add 1 to dp
               exit paragraph
           end-if.

           move decode-in(dp + 1:1) to hex-char.
           perform hex-val-of.
           move hex-val to hex-high.
           move decode-in(dp + 2:1) to hex-char.
           perform hex-val-of.

           move function char(hex-high * 16 + hex-val + 1)
               to decode-out(decode-out-length:1).

           add 3 to dp.

           exit paragraph.

       hex-val-of.
           evaluate true
               when hex-char is greater than or equal "0"
               and hex-char is less than or equal "9"
                   compute hex-val =
                       function ord(hex-char) - function ord("0")
               when hex-char is greater than or equal "A"
               and hex-char is less than or equal "F"
                   compute hex-val =
                       function ord(hex-char) - function ord("A")
                       + 10
               when hex-char is greater than or equal "a"
               and hex-char is less than or equal "f"
                   compute hex-val =
                       function ord(hex-char) - function ord("a")
                       + 10
               when other
                   move 0 to hex-val
           end-evaluate.

           exit paragraph.

      *    OPEN-PART-FILE -- AN ATTACHMENT'S WORK FILE; PAST TEN
      *    THE REST ARE COUNTED AND SKIPPED.
       open-part-file.
           if attachment-list-size is equal 10 then
               add 1 to skipped-parts
               exit paragraph
           end-if.

           add 1 to attachment-list-size.
           move attachment-list-size to am.

           set part-path to spaces.
           string
               "mailbox.part." delimited by size
               am delimited by size
               into part-path
           end-string.

           move part-path to am-path(am).
           move part-name to am-name(am).
           set am-size(am) to 0.

           open output part-file.

           if part-stat is not equal "00" then
               subtract 1 from attachment-list-size
               add 1 to skipped-parts
               exit paragraph
           end-if.

           set part-open to 1.
           move "A" to part-kind.

           exit paragraph.

      *    WRITE-PART-BYTES -- A DECODED LINE TO THE ATTACHMENT; A
      *    TEXT ATTACHMENT GETS ITS LINE END BACK.
       write-part-bytes.
           if part-open is equal 0 then
               exit paragraph
           end-if.

           if part-cte(1:6) is not equal "BASE64"
           and soft-break is equal 0 then
               add 1 to decode-out-length
               move X"0A" to decode-out(decode-out-length:1)
           end-if.

           if decode-out-length is equal 0 then
               exit paragraph
           end-if.

           move decode-out-length to part-chunk-len.
           move decode-out(1:decode-out-length) to part-record.
           write part-record.

           add decode-out-length to am-size(am).

           exit paragraph.

       close-part-file.
           if part-open is equal 1 then
               close part-file
               set part-open to 0
           end-if.

           exit paragraph.

      *    FIND-SENDER -- THE ADDRESS INSIDE "<...>" WHEN THERE IS
      *    ONE, LOWER CASE.
       find-sender.
           set sender to spaces.

           set param-pos to 0.
           inspect hdr-from tallying param-pos
               for characters before initial "<".

           if param-pos is less than 255 then
               unstring hdr-from(param-pos + 2:) delimited by ">"
                   into sender
               end-unstring
           else
               move function trim(hdr-from) to sender
           end-if.

           move function lower-case(sender) to sender.
           move function upper-case(sender) to sender-upper.

           exit paragraph.

      *    CHOOSE-ROUTE -- THE FIRST MATCHING RULE'S ACTION; NO
      *    RULE, OR A FILE ACTION WITH NO FILE, IS A REQUEST.
       choose-route.
           set matched-rule to 0.

           move function upper-case(hdr-subject) to subject-upper.
           move function length(function trim(sender))
               to sender-length.

           perform test-one-rule
               varying ru from 1 by 1
               until ru is greater than rule-table-size
               or matched-rule is greater than 0.

           move "REQUEST" to mail-action.
           move drop-default to drop-folder.

           if matched-rule is greater than 0 then
               move ru-action(matched-rule) to mail-action
               if ru-folder(matched-rule) is not equal spaces then
                   move ru-folder(matched-rule) to drop-folder
               end-if
           end-if.

           if (mail-action is equal "QUARANTINE"
           or mail-action is equal "DROP")
           and attachment-list-size is equal 0 then
               move "REQUEST" to mail-action
           end-if.

           if mail-action is not equal "QUARANTINE"
           and mail-action is not equal "DROP"
           and mail-action is not equal "IGNORE" then
               move "REQUEST" to mail-action
           end-if.

           exit paragraph.

       test-one-rule.
           if ru-subject(ru) is not equal "*" then
               move function length(function trim(ru-subject(ru)))
                   to want-length
               set subject-hits to 0
               inspect subject-upper tallying subject-hits
                   for all ru-subject(ru)(1:want-length)
               if subject-hits is equal 0 then
                   exit paragraph
               end-if
           end-if.

           move function length(function trim(ru-sender(ru)))
               to pattern-length.

           set star-pos to 0.
           inspect ru-sender(ru) tallying star-pos
               for characters before initial "*".

           if star-pos is not less than pattern-length then
               if ru-sender(ru) is equal sender then
                   move ru to matched-rule
               end-if
               exit paragraph
           end-if.

           move star-pos to prefix-length.
           compute suffix-length = pattern-length - star-pos - 1.

           if prefix-length + suffix-length is greater than
               sender-length then
               exit paragraph
           end-if.

           if prefix-length is greater than 0 then
               if sender(1:prefix-length) is not equal
                   ru-sender(ru)(1:prefix-length)
                   exit paragraph
               end-if
           end-if.

           if suffix-length is greater than 0 then
               if sender(sender-length - suffix-length + 1:
                   suffix-length) is not equal
                   ru-sender(ru)(star-pos + 2:suffix-length)
                   exit paragraph
               end-if
           end-if.

           move ru to matched-rule.

           exit paragraph.

      *    ROUTE-MESSAGE -- THE REFERENCE, THEN THE ACTION.
       route-message.
           set mail-ref to spaces.
           set outcome-text to spaces.
           set routed-count to 0.

           if mail-action is equal "IGNORE" then
               set outcome-text to "ignored by rule"
               exit paragraph
           end-if.

           set seq-status to 0.

           call "db-sequence"
           using by content seq-name,
           by reference next-value,
           by reference seq-status.

           move next-value to ref-number.
           string
               "MAIL-" ref-number
               delimited by size
               into mail-ref
           end-string.

           evaluate mail-action
               when "QUARANTINE"
                   perform quarantine-attachments
                   move routed-count to count-edit
                   string
                       function trim(count-edit)
                       " attachment(s) to quarantine"
                       delimited by size
                       into outcome-text
                   end-string
               when "DROP"
                   perform drop-attachments
                   move routed-count to count-edit
                   string
                       function trim(count-edit)
                       " attachment(s) to "
                       function trim(drop-folder)
                       delimited by size
                       into outcome-text
                   end-string
               when other
                   perform raise-work-item
           end-evaluate.

           exit paragraph.

      *    QUARANTINE-ATTACHMENTS -- EACH FILE THROUGH
      *    quarantine-file; THE ROUTE NAMES THE MAIL.
       quarantine-attachments.
           move sender to upload-user.
           set upload-route to spaces.
           string
               "mail:" function trim(mail-ref)
               delimited by size
               into upload-route
           end-string.

           perform quarantine-one-attachment
               varying am from 1 by 1
               until am is greater than attachment-list-size.

           exit paragraph.

       quarantine-one-attachment.
           move am-path(am) to temp-path.
           set quarantine-status to 0.

           call "quarantine-file"
           using by content upload-user,
           by content upload-route,
           by content am-name(am),
           by content temp-path,
           by reference quarantine-id,
           by reference quarantine-status.

           if quarantine-status is equal 1 then
               add 1 to routed-count
           end-if.

           exit paragraph.

      *    DROP-ATTACHMENTS -- EACH FILE INTO THE DROP FOLDER
      *    UNDER ITS OWN NAME, MADE SAFE: NO DIRECTORY PART, NO
      *    LEADING DOT.
       drop-attachments.
           perform drop-one-attachment
               varying am from 1 by 1
               until am is greater than attachment-list-size.

           exit paragraph.

       drop-one-attachment.
           move am-name(am) to file-name-safe.
           inspect file-name-safe replacing all "/" by "_".
           inspect file-name-safe replacing all "\" by "_".
           inspect file-name-safe replacing all ":" by "_".
           if file-name-safe(1:1) is equal "." then
               move "_" to file-name-safe(1:1)
           end-if.

           set target-path to spaces.
           string
               function trim(drop-folder) "/"
               function trim(file-name-safe)
               delimited by size
               into target-path
           end-string.

           call "CBL_RENAME_FILE"
           using function trim(am-path(am)),
                 function trim(target-path)
           returning rename-result.

           if rename-result is equal 0 then
               add 1 to routed-count
           end-if.

           exit paragraph.

      *    RAISE-WORK-ITEM -- THE TEXT TO "mail.<ref>.txt", A MAIL
      *    ITEM ON THE WORK INBOX FOR IT, AND THE TEXT AS A NOTE ON
      *    THE ITEM; ANY ATTACHMENTS TO THE QUARANTINE.
       raise-work-item.
           set text-path to spaces.
           string
               "mail." function trim(mail-ref) ".txt"
               delimited by size
               into text-path
           end-string.

           set text-lines to 0.

           open output text-file.

           if text-stat is not equal "00" then
               set outcome-text to "request text could not be kept"
               exit paragraph
           end-if.

           move spaces to text-record.
           string
               "From: " function trim(hdr-from)
               delimited by size
               into text-record
           end-string.
           perform write-text-line.

           move spaces to text-record.
           string
               "Subject: " function trim(hdr-subject)
               delimited by size
               into text-record
           end-string.
           perform write-text-line.

           move spaces to text-record.
           string
               "Date: " function trim(hdr-date)
               delimited by size
               into text-record
           end-string.
           perform write-text-line.

           move spaces to text-record.
           perform write-text-line.

           set body-scan to 1.

           perform write-one-body-line
               until body-scan is not less than body-pointer.

           close text-file.

           move text-path to item-path.
           move function current-date(1:8) to item-day.
           set item-id to spaces.

           call "work-file-add"
           using by content item-type,
           by content item-path,
           by content text-lines,
           by content item-day,
           by content producer,
           by reference item-id.

           if item-id is equal spaces then
               set outcome-text to "work item could not be raised"
               exit paragraph
           end-if.

           move item-id to note-key.
           move sender to note-user.
           move body-text(1:256) to note-text.
           inspect note-text replacing all X"0A" by " ".
           inspect note-text replacing all X"0D" by " ".
           inspect note-text replacing all X"09" by " ".

           if note-text is equal spaces then
               move hdr-subject to note-text
           end-if.

           set note-status to 0.

           call "note-add"
           using by content note-table,
           by content note-key,
           by content note-user,
           by content note-text,
           by reference note-status.

           if attachment-list-size is greater than 0 then
               perform quarantine-attachments
           end-if.

           if attachment-list-size is equal 0 then
               string
                   "work item " function trim(item-id)
                   delimited by size
                   into outcome-text
               end-string
               exit paragraph
           end-if.

           move routed-count to count-edit.
           string
               "work item " function trim(item-id) ", "
               function trim(count-edit)
               " attachment(s) to quarantine"
               delimited by size
               into outcome-text
           end-string.

           exit paragraph.

       write-one-body-line.
           move spaces to text-line.

           unstring body-text(1:body-pointer - 1)
               delimited by X"0A"
               into text-line
               with pointer body-scan
           end-unstring.

           move text-line to text-record.
           perform write-text-line.

           exit paragraph.

       write-text-line.
           write text-record.
           add 1 to text-lines.

           exit paragraph.

      *    ACKNOWLEDGE-MESSAGE -- THE REFERENCE BACK TO THE SENDER,
      *    UNLESS THE MESSAGE IS ITSELF A ROBOT'S.
       acknowledge-message.
           set ack-allowed to 1.

           if mail-action is equal "IGNORE"
           or sender is equal spaces
           or sender is equal function lower-case(ack-from) then
               set ack-allowed to 0
           end-if.

           if hdr-auto is not equal spaces
           and hdr-auto(1:2) is not equal "NO" then
               set ack-allowed to 0
           end-if.

           set subject-hits to 0.
           inspect sender-upper tallying subject-hits
               for all "MAILER-DAEMON"
                   all "NOREPLY"
                   all "NO-REPLY"
                   all "POSTMASTER".

           if subject-hits is greater than 0 then
               set ack-allowed to 0
           end-if.

           if ack-allowed is equal 0 then
               exit paragraph
           end-if.

           move sender to mail-to.

           set mail-subject to spaces.
           string
               "Received [" function trim(mail-ref) "]: "
               function trim(hdr-subject)
               delimited by size
               into mail-subject
               on overflow
                   continue
           end-string.

           set mail-body to spaces.
           string
               "Your message has been received and logged under "
               "reference " function trim(mail-ref) "."
               X"0A" X"0A"
               "Please quote the reference in any follow-up."
               X"0A" X"0A"
               "This is an automatic reply; "
               "there is no need to answer it."
               X"0A"
               delimited by size
               into mail-body
           end-string.

           set mail-status to 0.

           call "send-mail"
           using by content ack-from,
           by content mail-to,
           by content mail-subject,
           by content mail-body,
           by reference mail-status.

           exit paragraph.

      *    WRITE-MAILBOX-LOG -- ONE LINE PER MESSAGE.
       write-mailbox-log.
           call "date-utc"
           using by reference log-stamp,
           by content stamp-days.

           open extend mailbox-log.
           if mailbox-log-stat is equal "35" then
               open output mailbox-log
           end-if.

           if mailbox-log-stat is not equal "00" then
               exit paragraph
           end-if.

           if skipped-parts is greater than 0 then
               move skipped-parts to count-edit
               move outcome-text to junk
               set outcome-text to spaces
               string
                   function trim(junk) ", "
                   function trim(count-edit)
                   " attachment(s) over the limit not taken"
                   delimited by size
                   into outcome-text
                   on overflow
                       continue
               end-string
           end-if.

           move spaces to mailbox-log-record.
           string
               function trim(log-stamp) " "
               function trim(mail-ref) " "
               function trim(mail-action) " FROM "
               function trim(sender) " SUBJECT "
               function trim(hdr-subject) " - "
               function trim(outcome-text)
               delimited by size
               into mailbox-log-record
               on overflow
                   continue
           end-string.

           write mailbox-log-record.

           close mailbox-log.

           exit paragraph.

      *    CLEAR-LEFTOVER-PARTS -- ATTACHMENT FILES NO ACTION TOOK
      *    (AN IGNORED MESSAGE'S, A FAILED MOVE'S).
       clear-leftover-parts.
           perform clear-one-part
               varying am from 1 by 1
               until am is greater than attachment-list-size.

           exit paragraph.

       clear-one-part.
           call "CBL_DELETE_FILE"
           using function trim(am-path(am))
           returning delete-result.

           exit paragraph.

      *    MOVE-TO-PROCESSED -- COPY ACROSS, THEN MARK DELETED
      *    HERE; THE EXPUNGE AT THE END OF THE RUN REMOVES IT.
       move-to-processed.
           set command-text to spaces.
           string
               "UID COPY " function trim(uid-entry(u)) " "
               X"22" function trim(processed-folder) X"22"
               delimited by size
               into command-text
           end-string.
           move "COPY" to response-kind.
           perform run-command.

           if command-ok is equal 0 then
               exit paragraph
           end-if.

           set command-text to spaces.
           string
               "UID STORE " function trim(uid-entry(u))
               " +FLAGS.SILENT (\Deleted)"
               delimited by size
               into command-text
           end-string.
           move "STORE" to response-kind.
           perform run-command.

           if command-ok is equal 1 then
               add 1 to moved-count
           end-if.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program mailbox-poll.
