       identification division.
       program-id. directory-authenticate.

      ************************************************************
      * STAFF SIGN-IN AGAINST THE CORPORATE DIRECTORY -- ONE
      * PASSWORD FOR WINDOWS AND THIS SYSTEM, AND A LEAVER REMOVED
      * FROM THE DIRECTORY CAN NO LONGER SIGN IN HERE. SPEAKS
      * JUST ENOUGH LDAPv3 (RFC 4511), BER-ENCODED BY HAND OVER
      * THE SAME connect_tcp/send_tcp/request_tcp PRIMITIVES
      * send-mail USES:
      *
      *     1. A SIMPLE BIND AS THE USER -- THE DIRECTORY ITSELF
      *        JUDGES THE PASSWORD; NOTHING IS COMPARED HERE.
      *     2. A SEARCH, STILL AS THE USER, FOR THE USER'S OWN
      *        ENTRY, ASKING FOR memberOf AND mail.
      *     3. AN UNBIND.
      *
      * SETTINGS (ACCEPT FROM ENVIRONMENT):
      *
      *     LDAP_SERVER      host:port OF THE DIRECTORY. BLANK
      *                      TURNS DIRECTORY SIGN-IN OFF.
      *     LDAP_BIND_FORMAT THE BIND NAME WITH %u FOR THE USER --
      *                      "%u@corp.example.com" FOR ACTIVE
      *                      DIRECTORY, OR "uid=%u,ou=people,
      *                      dc=corp,dc=example" (DEFAULT "%u").
      *     LDAP_BASE_DN     WHERE THE USER'S ENTRY IS SEARCHED.
      *     LDAP_USER_ATTR   THE NAMING ATTRIBUTE SEARCHED ON
      *                      (DEFAULT sAMAccountName).
      *
      * THE BIND CARRIES THE USER'S PASSWORD, SO IT MUST TRAVEL
      * OVER TLS. connect_tcp OPENS A PLAIN CLIENT CONNECTION, SO
      * LDAP_SERVER NAMES THE LOCAL END OF A TLS TUNNEL (stunnel OR
      * THE LIKE, ON THIS HOST) TO THE DIRECTORY'S LDAPS PORT 636
      * -- NEVER THE DIRECTORY'S PLAIN PORT 389 ACROSS THE NETWORK.
      *
      * ROLE AND DEPARTMENT COME FROM GROUP MEMBERSHIP THROUGH
      * "ldapgroups.cfg", ONE MAPPING PER LINE ("#" LINES ARE
      * COMMENTS):
      *
      *     <role> <department|-> <group name>
      *
      *     admin   -        Finance System Admins
      *     clerk   FINANCE  Finance Clerks
      *     clerk   SALES    Sales Office
      *     viewer  -        *
      *
      * THE GROUP NAME IS THE REST OF THE LINE (SPACES ALLOWED)
      * AND IS MATCHED, IGNORING CASE, AGAINST THE CN OF EACH
      * memberOf GROUP OR ITS WHOLE DN; "*" MATCHES ANY DIRECTORY
      * USER. THE FIRST LINE THE USER QUALIFIES FOR WINS, SO LIST
      * THE MOST PRIVILEGED GROUPS FIRST. A USER IN NO MAPPED
      * GROUP IS REFUSED -- BEING IN THE DIRECTORY IS NOT THE SAME
      * AS BEING STAFF OF THIS SYSTEM.
      *
      * dir-status COMES BACK:
      *     0 -- DIRECTORY SIGN-IN NOT CONFIGURED
      *     1 -- THE DIRECTORY ANSWERED; auth-ok SAYS HOW, AND ON
      *          1 role-name, dept-name AND mail-addr ARE SET
      *     2 -- THE DIRECTORY COULD NOT BE REACHED OR SPOKE
      *          NONSENSE -- THE CALLER FALLS BACK TO users.dat
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select group-config assign to "ldapgroups.cfg"
           organization is line sequential
           file status is config-stat.

       data division.

       file section.
       fd group-config.
       01 config-record pic x(256).

       working-storage section.
       77 ldap-server   pic x(50).
       77 bind-format   pic x(256).
       77 base-dn       pic x(256).
       77 user-attr     pic x(64).
       77 ldap-connect  pic s9(9).
       77 dialogue-ok   pic 9.
       77 stage-name    pic x(16).
       77 result-code   pic 9(3).
       77 search-done   pic 9.

      *    THE BIND NAME, BUILT FROM bind-format.
       77 bind-dn       pic x(256).
       77 fmt-pointer   pic 9(3).
       77 dn-pointer    pic 9(3).
       77 fmt-length    pic 9(3).

      *    ONE OUTGOING LDAP MESSAGE.
       01 out-buf.
           05 out-data pic x(2048).
           05 out-size pic 9(5).

      *    THE INCOMING STREAM -- EVERY READ IS APPENDED, AND
      *    msg-start WALKS IT ONE LDAP MESSAGE AT A TIME.
       01 in-buf.
           05 in-data pic x(32000).
           05 in-size pic 9(5).
       77 read-cap      pic 9(5).
       77 read-size     pic s9(9).
       77 need-size     pic 9(5).
       77 msg-start     pic 9(5).
       77 msg-end       pic 9(5).
       77 rp            pic 9(5).
       77 list-end      pic 9(5).
       77 attr-end      pic 9(5).
       77 set-end       pic 9(5).

      *    BER TAG/LENGTH WORK AREAS.
       77 ber-tag       pic 9(3).
       77 ber-length    pic 9(9).
       77 ber-octets    pic 9(2).
       77 header-size   pic 9(2).
       77 byte-value    pic 9(3).
       77 text-work     pic x(256).
       77 text-length   pic 9(3).

      *    MEASURED LENGTHS OF THE PIECES OF EACH REQUEST.
       77 dn-length     pic 9(3).
       77 pw-length     pic 9(3).
       77 base-length   pic 9(3).
       77 attr-length   pic 9(3).
       77 user-length   pic 9(3).
       77 filter-body   pic 9(5).
       77 op-body       pic 9(5).
       77 msg-body      pic 9(5).

      *    WHAT THE SEARCH RETURNED.
       77 attr-type     pic x(32).
       77 value-text    pic x(256).
       77 value-length  pic 9(5).
       01 held-groups.
           05 held-group occurs 64 times.
               10 held-cn pic x(128).
               10 held-dn pic x(256).
           05 held-count pic 9(2).
       77 comma-pos     pic 9(3).
       77 k             pic 9(3).
       77 entry-found   pic 9.

      *    THE GROUP MAPPING.
       77 config-stat   pic xx.
       77 config-eof    pic 9.
       77 cfg-pointer   pic 9(3).
       77 cfg-role      pic x(16).
       77 cfg-dept      pic x(16).
       77 cfg-group     pic x(256).
       77 g             pic 9(2).
       77 mapping-found pic 9.

       77 log-level     pic x(5).
       77 log-source    pic x(32).
       77 log-text      pic x(256).

       linkage section.
       01 username     pic x(64).
       01 pass-text    pic x(64).
       01 auth-ok      pic 9.
       01 role-name    pic x(16).
       01 dept-name    pic x(16).
       01 mail-addr    pic x(64).
       01 dir-status   pic 9.

       procedure division using username, pass-text, auth-ok,
                           role-name, dept-name, mail-addr,
                           dir-status.

           set auth-ok to 0.
           set dir-status to 0.
           set role-name to spaces.
           set dept-name to spaces.
           set mail-addr to spaces.
           move "directory-auth" to log-source.

           set ldap-server to spaces.
           accept ldap-server from environment "LDAP_SERVER".

           if ldap-server is equal spaces then
               exit program
           end-if.

           perform read-settings.

      *    AN EMPTY PASSWORD WOULD BE AN "UNAUTHENTICATED BIND",
      *    WHICH MANY DIRECTORIES ANSWER WITH SUCCESS; AND A NAME
      *    CARRYING DN SYNTAX COULD STEER THE BIND ELSEWHERE.
      *    NEITHER EVER REACHES THE DIRECTORY.
           set dir-status to 1.

           if pass-text is equal spaces
           or username is equal spaces then
               exit program
           end-if.

           set k to 0.
           inspect username tallying k
               for all "," all "=" all "+" all "<" all ">"
                   all "#" all ";" all "\" all X"22" all "*"
                   all "(" all ")".

           if k is greater than 0 then
               exit program
           end-if.

           call "connect_tcp"
           using by content function trim(ldap-server)
           returning ldap-connect.

           if ldap-connect is less than 0 then
               set dir-status to 2
               set stage-name to "CONNECT"
               perform log-directory-failure
               exit program
           end-if.

           set dialogue-ok to 1.
           initialize in-buf.
           set msg-start to 1.

           set stage-name to "BIND".
           perform send-bind-request.
           perform read-bind-response.

           if dialogue-ok is equal 0 then
               perform close-directory
               set dir-status to 2
               perform log-directory-failure
               exit program
           end-if.

      *    49 IS invalidCredentials -- A WRONG PASSWORD, AN
      *    UNKNOWN NAME, OR A DISABLED DIRECTORY ACCOUNT.
           if result-code is not equal 0 then
               perform close-directory
               perform log-bind-refused
               exit program
           end-if.

           set stage-name to "SEARCH".
           initialize held-groups.
           set entry-found to 0.
           set search-done to 0.

           perform send-search-request.

           perform take-search-message
               until search-done is equal 1
               or dialogue-ok is equal 0.

           perform close-directory.

           if dialogue-ok is equal 0 then
               set dir-status to 2
               perform log-directory-failure
               exit program
           end-if.

           perform map-groups.

           if mapping-found is equal 0 then
               move "WARN" to log-level
               set log-text to spaces
               string
                   "DIRECTORY USER " function trim(username)
                   " IS IN NO MAPPED GROUP - SIGN-IN REFUSED"
                   into log-text
               end-string
               perform write-log
               exit program
           end-if.

           set auth-ok to 1.

           move "INFO" to log-level.
           set log-text to spaces.
           string
               "DIRECTORY SIGN-IN " function trim(username)
               " ROLE " function trim(role-name)
               " DEPT " function trim(dept-name)
               into log-text
           end-string.
           perform write-log.

           exit program.

       read-settings.
           set bind-format to spaces.
           accept bind-format from environment "LDAP_BIND_FORMAT".
           if bind-format is equal spaces then
               set bind-format to "%u"
           end-if.

           set base-dn to spaces.
           accept base-dn from environment "LDAP_BASE_DN".

           set user-attr to spaces.
           accept user-attr from environment "LDAP_USER_ATTR".
           if user-attr is equal spaces then
               set user-attr to "sAMAccountName"
           end-if.

           set read-cap to 4096.

           exit paragraph.

      *    BUILD-BIND-DN -- bind-format WITH EVERY %u REPLACED BY
      *    THE USER NAME.
       build-bind-dn.
           set bind-dn to spaces.
           set dn-pointer to 1.
           set fmt-length to
               function length(function trim(bind-format)).

           perform copy-format-char
               varying fmt-pointer from 1 by 1
               until fmt-pointer is greater than fmt-length.

           exit paragraph.

       copy-format-char.
           if bind-format(fmt-pointer:2) is equal "%u" then
               string
                   function trim(username)
                   into bind-dn
                   with pointer dn-pointer
                   on overflow
                       continue
               end-string
               add 1 to fmt-pointer
               exit paragraph
           end-if.

           if dn-pointer is less than 257 then
               move bind-format(fmt-pointer:1)
                   to bind-dn(dn-pointer:1)
               add 1 to dn-pointer
           end-if.

           exit paragraph.

      *    SEND-BIND-REQUEST -- MESSAGE 1:
      *      30 { 02 01 01, 60 { 02 01 03, 04 dn, 80 password } }
       send-bind-request.
           perform build-bind-dn.

           set dn-length to
               function length(function trim(bind-dn)).
           set pw-length to
               function length(function trim(pass-text)).

           move dn-length to ber-length.
           perform measure-header.
           compute op-body = 3 + header-size + dn-length.
           move pw-length to ber-length.
           perform measure-header.
           compute op-body = op-body + header-size + pw-length.

           move op-body to ber-length.
           perform measure-header.
           compute msg-body = 3 + header-size + op-body.

           set out-size to 0.

           move 48 to ber-tag.
           move msg-body to ber-length.
           perform put-tag-length.
           perform put-message-id-1.

           move 96 to ber-tag.
           move op-body to ber-length.
           perform put-tag-length.

           move 2 to byte-value.
           perform put-byte.
           move 1 to byte-value.
           perform put-byte.
           move 3 to byte-value.
           perform put-byte.

           move 4 to ber-tag.
           move dn-length to ber-length.
           perform put-tag-length.
           move bind-dn to text-work.
           move dn-length to text-length.
           perform put-text.

           move 128 to ber-tag.
           move pw-length to ber-length.
           perform put-tag-length.
           move pass-text to text-work.
           move pw-length to text-length.
           perform put-text.

           perform send-message.

           exit paragraph.

      *    SEND-SEARCH-REQUEST -- MESSAGE 2, A SUBTREE SEARCH FOR
      *    (user-attr=username) RETURNING memberOf AND mail:
      *      30 { 02 01 02, 63 { 04 base, 0A 01 02, 0A 01 00,
      *           02 01 02, 02 01 0A, 01 01 00,
      *           A3 { 04 attr, 04 user },
      *           30 { 04 "memberOf", 04 "mail" } } }
       send-search-request.
           set base-length to 0.
           if base-dn is not equal spaces then
               set base-length to
                   function length(function trim(base-dn))
           end-if.
           set attr-length to
               function length(function trim(user-attr)).
           set user-length to
               function length(function trim(username)).

           move attr-length to ber-length.
           perform measure-header.
           compute filter-body = header-size + attr-length.
           move user-length to ber-length.
           perform measure-header.
           compute filter-body = filter-body + header-size
               + user-length.

           move base-length to ber-length.
           perform measure-header.
           compute op-body = header-size + base-length + 15.
           move filter-body to ber-length.
           perform measure-header.
           compute op-body = op-body + header-size + filter-body
               + 18.

           move op-body to ber-length.
           perform measure-header.
           compute msg-body = 3 + header-size + op-body.

           set out-size to 0.

           move 48 to ber-tag.
           move msg-body to ber-length.
           perform put-tag-length.

           move 2 to byte-value.
           perform put-byte.
           move 1 to byte-value.
           perform put-byte.
           move 2 to byte-value.
           perform put-byte.

           move 99 to ber-tag.
           move op-body to ber-length.
           perform put-tag-length.

           move 4 to ber-tag.
           move base-length to ber-length.
           perform put-tag-length.
           if base-length is greater than 0 then
               move base-dn to text-work
               move base-length to text-length
               perform put-text
           end-if.

      *    SCOPE wholeSubtree, derefAliases never, sizeLimit 2,
      *    timeLimit 10 SECONDS, typesOnly FALSE.
           move 10 to ber-tag.
           move 1 to ber-length.
           perform put-tag-length.
           move 2 to byte-value.
           perform put-byte.

           move 10 to ber-tag.
           move 1 to ber-length.
           perform put-tag-length.
           move 0 to byte-value.
           perform put-byte.

           move 2 to ber-tag.
           move 1 to ber-length.
           perform put-tag-length.
           move 2 to byte-value.
           perform put-byte.

           move 2 to ber-tag.
           move 1 to ber-length.
           perform put-tag-length.
           move 10 to byte-value.
           perform put-byte.

           move 1 to ber-tag.
           move 1 to ber-length.
           perform put-tag-length.
           move 0 to byte-value.
           perform put-byte.

           move 163 to ber-tag.
           move filter-body to ber-length.
           perform put-tag-length.

           move 4 to ber-tag.
           move attr-length to ber-length.
           perform put-tag-length.
           move user-attr to text-work.
           move attr-length to text-length.
           perform put-text.

           move 4 to ber-tag.
           move user-length to ber-length.
           perform put-tag-length.
           move username to text-work.
           move user-length to text-length.
           perform put-text.

           move 48 to ber-tag.
           move 16 to ber-length.
           perform put-tag-length.

           move 4 to ber-tag.
           move 8 to ber-length.
           perform put-tag-length.
           move "memberOf" to text-work.
           move 8 to text-length.
           perform put-text.

           move 4 to ber-tag.
           move 4 to ber-length.
           perform put-tag-length.
           move "mail" to text-work.
           move 4 to text-length.
           perform put-text.

           perform send-message.

           exit paragraph.

      *    CLOSE-DIRECTORY -- UNBIND (MESSAGE 3: 30 05 02 01 03
      *    42 00) AND DROP THE CONNECTION.
       close-directory.
           set out-size to 0.

           move 48 to ber-tag.
           move 5 to ber-length.
           perform put-tag-length.

           move 2 to byte-value.
           perform put-byte.
           move 1 to byte-value.
           perform put-byte.
           move 3 to byte-value.
           perform put-byte.

           move 66 to ber-tag.
           move 0 to ber-length.
           perform put-tag-length.

           perform send-message.

           call "close_tcp"
           using by value ldap-connect.

           exit paragraph.

       put-message-id-1.
           move 2 to byte-value.
           perform put-byte.
           move 1 to byte-value.
           perform put-byte.
           move 1 to byte-value.
           perform put-byte.

           exit paragraph.

      *    MEASURE-HEADER -- HOW MANY BYTES A TAG PLUS THE LENGTH
      *    ber-length TAKES: SHORT FORM UNDER 128, ELSE 81 nn OR
      *    82 nn nn.
       measure-header.
           evaluate true
               when ber-length is less than 128
                   set header-size to 2
               when ber-length is less than 256
                   set header-size to 3
               when other
                   set header-size to 4
           end-evaluate.

           exit paragraph.

       put-tag-length.
           move ber-tag to byte-value.
           perform put-byte.

           evaluate true
               when ber-length is less than 128
                   move ber-length to byte-value
                   perform put-byte
               when ber-length is less than 256
                   move 129 to byte-value
                   perform put-byte
                   move ber-length to byte-value
                   perform put-byte
               when other
                   move 130 to byte-value
                   perform put-byte
                   compute byte-value = ber-length / 256
                   perform put-byte
                   compute byte-value =
                       function mod(ber-length, 256)
                   perform put-byte
           end-evaluate.

           exit paragraph.

       put-byte.
           add 1 to out-size.
           move function char(byte-value + 1)
               to out-data(out-size:1).

           exit paragraph.

       put-text.
           if text-length is greater than 0 then
               move text-work(1:text-length)
                   to out-data(out-size + 1:text-length)
               add text-length to out-size
           end-if.

           exit paragraph.

       send-message.
           call "send_tcp"
           using by value ldap-connect,
           by content out-data(1:out-size),
           by value out-size.

           exit paragraph.

      *    FILL-TO -- READ UNTIL in-data HOLDS need-size BYTES; A
      *    CLOSED CONNECTION OR A FULL BUFFER ENDS THE DIALOGUE.
       fill-to.
           perform read-more
               until in-size is greater than or equal need-size
               or dialogue-ok is equal 0.

           exit paragraph.

       read-more.
           if in-size is greater than 32000 - read-cap then
               set dialogue-ok to 0
               exit paragraph
           end-if.

           set read-size to 0.

           call "request_tcp"
           using by value ldap-connect,
           by reference in-data(in-size + 1:read-cap),
           by value read-cap,
           returning read-size.

           if read-size is less than or equal 0 then
               set dialogue-ok to 0
               exit paragraph
           end-if.

           add read-size to in-size.

           exit paragraph.

      *    READ-TAG-LENGTH -- THE TAG AND LENGTH AT rp; rp IS LEFT
      *    ON THE FIRST CONTENT BYTE.
       read-tag-length.
           compute ber-tag = function ord(in-data(rp:1)) - 1.
           add 1 to rp.
           compute ber-length = function ord(in-data(rp:1)) - 1.
           add 1 to rp.

           if ber-length is greater than 127 then
               compute ber-octets = ber-length - 128
               set ber-length to 0
               perform read-length-octet ber-octets times
           end-if.

           exit paragraph.

       read-length-octet.
           compute ber-length = ber-length * 256
               + function ord(in-data(rp:1)) - 1.
           add 1 to rp.

           exit paragraph.

      *    OPEN-MESSAGE -- THE ENVELOPE OF THE MESSAGE AT
      *    msg-start, READ IN WHOLE; rp IS LEFT ON THE PROTOCOL-OP
      *    TAG AND msg-end ON THE MESSAGE'S LAST BYTE.
       open-message.
           compute need-size = msg-start + 5.
           perform fill-to.

           if dialogue-ok is equal 0 then
               exit paragraph
           end-if.

           move msg-start to rp.
           perform read-tag-length.

           if ber-tag is not equal 48
           or rp + ber-length - 1 is greater than 32000 then
               set dialogue-ok to 0
               exit paragraph
           end-if.

           compute msg-end = rp + ber-length - 1.
           move msg-end to need-size.
           perform fill-to.

           if dialogue-ok is equal 0 then
               exit paragraph
           end-if.

      *    THE MESSAGE ID.
           perform read-tag-length.
           add ber-length to rp.

           exit paragraph.

      *    READ-RESULT-CODE -- rp ON AN LDAPResult's OP TAG; THE
      *    FIRST ELEMENT IS THE ENUMERATED resultCode.
       read-result-code.
           perform read-tag-length.
           perform read-tag-length.

           set result-code to 0.
           if ber-length is greater than 0 then
               compute result-code =
                   function ord(in-data(rp + ber-length - 1:1)) - 1
           end-if.

           exit paragraph.

       read-bind-response.
           perform open-message.

           if dialogue-ok is equal 0 then
               exit paragraph
           end-if.

           if in-data(rp:1) is not equal X"61" then
               set dialogue-ok to 0
               exit paragraph
           end-if.

           perform read-result-code.

           compute msg-start = msg-end + 1.

           exit paragraph.

      *    TAKE-SEARCH-MESSAGE -- ONE SEARCH REPLY: AN ENTRY (64)
      *    IS COMBED FOR GROUPS AND MAIL, A REFERENCE (73) IS
      *    PASSED OVER, AND THE DONE MESSAGE (65) ENDS THE SEARCH.
       take-search-message.
           perform open-message.

           if dialogue-ok is equal 0 then
               exit paragraph
           end-if.

           evaluate in-data(rp:1)
               when X"64"
                   perform take-search-entry
               when X"65"
                   perform read-result-code
                   set search-done to 1
               when X"73"
                   continue
               when other
                   set dialogue-ok to 0
           end-evaluate.

           compute msg-start = msg-end + 1.

           exit paragraph.

      *    TAKE-SEARCH-ENTRY -- 64 { 04 objectName, 30 { 30 {
      *    04 type, 31 { 04 value ... } } ... } }. ONLY THE FIRST
      *    ENTRY COUNTS.
       take-search-entry.
           if entry-found is equal 1 then
               exit paragraph
           end-if.

           set entry-found to 1.

           perform read-tag-length.
           perform read-tag-length.
           add ber-length to rp.

           perform read-tag-length.
           compute list-end = rp + ber-length - 1.

           perform take-entry-attribute
               until rp is greater than list-end
               or rp is greater than msg-end.

           exit paragraph.

       take-entry-attribute.
           perform read-tag-length.
           compute attr-end = rp + ber-length - 1.

           perform read-tag-length.
           set attr-type to spaces.
           if ber-length is greater than 0
           and ber-length is less than 33 then
               move in-data(rp:ber-length) to attr-type
           end-if.
           add ber-length to rp.
           move function upper-case(attr-type) to attr-type.

           perform read-tag-length.
           compute set-end = rp + ber-length - 1.

           perform take-attribute-value
               until rp is greater than set-end.

           compute rp = attr-end + 1.

           exit paragraph.

       take-attribute-value.
           perform read-tag-length.
           move ber-length to value-length.

           set value-text to spaces.
           if value-length is greater than 256 then
               move in-data(rp:256) to value-text
           else
               if value-length is greater than 0 then
                   move in-data(rp:value-length) to value-text
               end-if
           end-if.
           add value-length to rp.

           evaluate attr-type
               when "MEMBEROF"
                   perform note-held-group
               when "MAIL"
                   move value-text to mail-addr
           end-evaluate.

           exit paragraph.

      *    NOTE-HELD-GROUP -- KEEP THE DN AND ITS LEADING CN
      *    ("CN=Finance Clerks,OU=Groups,..." GIVES "Finance
      *    Clerks"), BOTH UPPER-CASED FOR THE MAPPING COMPARE.
       note-held-group.
           if held-count is equal 64 then
               exit paragraph
           end-if.

           add 1 to held-count.
           move function upper-case(value-text)
               to held-dn(held-count).

           set held-cn(held-count) to spaces.

           if held-dn(held-count)(1:3) is not equal "CN=" then
               exit paragraph
           end-if.

           set comma-pos to 0.
           inspect held-dn(held-count) tallying comma-pos
               for characters before initial ",".

           if comma-pos is greater than 3 then
               move held-dn(held-count)(4:comma-pos - 3)
                   to held-cn(held-count)
           end-if.

           exit paragraph.

      *    MAP-GROUPS -- THE FIRST ldapgroups.cfg LINE THE USER
      *    QUALIFIES FOR SETS THE ROLE AND DEPARTMENT.
       map-groups.
           set mapping-found to 0.

           open input group-config.

           if config-stat is not equal "00" then
               exit paragraph
           end-if.

           set config-eof to 0.

           perform try-one-mapping
               until config-eof is equal 1
               or mapping-found is equal 1.

           close group-config.

           exit paragraph.

       try-one-mapping.
           read group-config
               at end
                   set config-eof to 1
                   exit paragraph
           end-read.

           if config-record(1:1) is equal "#"
           or config-record is equal spaces then
               exit paragraph
           end-if.

           set cfg-role to spaces.
           set cfg-dept to spaces.
           set cfg-group to spaces.
           set cfg-pointer to 1.

           unstring config-record delimited by all X"20"
               into cfg-role, cfg-dept
               with pointer cfg-pointer
           end-unstring.

           if cfg-pointer is less than 257 then
               move function upper-case(
                   function trim(config-record(cfg-pointer:)))
                   to cfg-group
           end-if.

           if cfg-role is equal spaces
           or cfg-group is equal spaces then
               exit paragraph
           end-if.

           if cfg-group is not equal "*" then
               perform match-held-group
                   varying g from 1 by 1
                   until g is greater than held-count
                   or mapping-found is equal 1
           else
               set mapping-found to 1
           end-if.

           if mapping-found is equal 1 then
               move cfg-role to role-name
               if cfg-dept is not equal "-" then
                   move cfg-dept to dept-name
               end-if
           end-if.

           exit paragraph.

       match-held-group.
           if cfg-group is equal held-cn(g)
           or cfg-group is equal held-dn(g) then
               set mapping-found to 1
           end-if.

           exit paragraph.

       log-bind-refused.
           move "WARN" to log-level.
           move result-code to k.
           set log-text to spaces.
           string
               "DIRECTORY REFUSED BIND FOR " function trim(username)
               " RESULT CODE " k
               into log-text
           end-string.
           perform write-log.

           exit paragraph.

       log-directory-failure.
           move "ERROR" to log-level.
           set log-text to spaces.
           string
               "DIRECTORY " function trim(ldap-server)
               " FAILED AT " function trim(stage-name)
               " - FALLING BACK TO LOCAL ACCOUNTS"
               into log-text
           end-string.
           perform write-log.

           exit paragraph.

       write-log.
           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit paragraph.

       end program directory-authenticate.
