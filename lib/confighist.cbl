       identification division.
       program-id. config-apply.

      ************************************************************
      * CONTROLLED CHANGE OF ONE .cfg REGISTRY -- THE SITE'S
      * BEHAVIOR LIVES IN THIRTY-ODD PLAIN CONFIG FILES, AND AN
      * EDIT IN PLACE LEAVES NO TRACE OF WHO, WHEN, WHY OR WHAT
      * THE FILE SAID BEFORE. EVERY CHANGE NOW GOES THROUGH HERE
      * (config-change FROM A SHELL, OR THE ROLLBACK BUTTON ON
      * /admin/config):
      *
      *     call "config-apply" using file-name, candidate-path,
      *         change-user, change-reason, apply-status,
      *         apply-text, new-version
      *
      * EVERY VERSION OF EVERY FILE IS KEPT WHOLE AS
      * "<file>.<nnnnn>.ver" AND CATALOGED IN "cfghist.dat" WITH
      * THE ACTION, TIME, USER, REASON AND THE NUMBER OF LINES IT
      * CHANGED, SO ANY TWO VERSIONS CAN BE DIFFED (config-diff)
      * AND ANY ONE PUT BACK. THE FIRST CONTROLLED CHANGE OF A FILE
      * FIRST KEEPS WHAT WAS LIVE AS A "BASELINE" VERSION; A LIVE
      * FILE THAT NO LONGER MATCHES ITS NEWEST VERSION WAS EDITED
      * BY HAND SINCE, AND IS KEPT AS AN "OUTSIDE" VERSION BEFORE
      * THE NEW ONE, SO EVEN THAT EDIT CAN BE SEEN AND UNDONE.
      *
      * THE CANDIDATE IS INSTALLED, THEN CHECKED, BECAUSE THE
      * CHECKS READ THE REGISTRIES BY THEIR LIVE NAMES:
      *   - A data-dictionary REGISTRY (schemas, indexes,
      *     phonetic, relations, triggers, retention, rowscope,
      *     fiscaldate, search, approvals, reports) IS REFUSED
      *     WHEN THE DICTIONARY FINDS EXCEPTIONS IT DID NOT FIND
      *     BEFORE THE CHANGE; EXCEPTIONS ALREADY THERE ARE A
      *     WARNING
      *   - http.cfg IS LOADED INTO A SCRATCH http-tbl AND GIVEN
      *     TO http-preflight WITHOUT THE BIND PROBES; ITS ERRORS
      *     REFUSE THE CHANGE, ITS WARNINGS ARE WARNINGS
      * A REFUSED CANDIDATE IS TAKEN OUT AGAIN AT ONCE. AN
      * ACCEPTED http.cfg IS THE ONE REGISTRY THE LISTENER HOLDS
      * IN MEMORY, SO reload.ctl GETS A FRESH GENERATION LINE
      * ("http.cfg version <n>"); A CHANGED LISTEN ADDRESS (THE
      * FIRST LINE) STILL NEEDS A RESTART AND THE TEXT SAYS SO.
      * EVERY OTHER REGISTRY IS READ AT USE AND NEEDS NOTHING.
      *
      * apply-status COMES BACK 0 APPLIED, 4 APPLIED WITH A
      * WARNING, 8 REFUSED; apply-text SAYS WHY EITHER WAY AND
      * new-version IS THE VERSION RECORDED.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select history-file assign to "cfghist.dat"
           organization is indexed
           access mode is dynamic
           record key is ch-key
           file status is history-stat.

           select first-file assign to dynamic first-path
           organization is line sequential
           file status is first-stat.

           select reload-ctl assign to "reload.ctl"
           organization is line sequential
           file status is reload-stat.

       data division.

       file section.
       fd history-file.
       01 history-record.
           05 ch-key.
               10 ch-file    pic x(64).
               10 ch-version pic 9(5).
           05 ch-action  pic x(8).
           05 ch-stamp   pic x(29).
           05 ch-user    pic x(64).
           05 ch-reason  pic x(128).
           05 ch-changed pic 9(4).
           05 ch-path    pic x(128).

       fd first-file.
       01 first-record pic x(600).

       fd reload-ctl.
       01 reload-record pic x(32).

       working-storage section.
       77 history-stat  pic xx.
       77 first-stat    pic xx.
       77 reload-stat   pic xx.
       77 first-path    pic x(256).
       77 walk-done     pic 9.
       77 last-version  pic 9(5).
       77 made-stamp    pic x(29).
       77 stamp-days    pic 9(4) value 0.
       77 live-path     pic x(256).
       77 live-existed  pic 9.
       77 version-path  pic x(256).
       77 prior-path    pic x(256).
       77 exist-result  pic s9(9) comp.
       77 copy-result   pic s9(9) comp.
       77 name-length   pic 9(3).
       77 n             pic 9(3).
       77 name-ok       pic 9.
       77 is-registry   pic 9.
       77 is-http-cfg   pic 9.
       77 before-rc     pic s9(4).
       77 after-rc      pic s9(4).
       77 check-status  pic 9.
       77 check-note    pic x(128).
       77 preflight-status pic 9.
       77 skip-bind     pic 9 value 1.
       77 old-first     pic x(600).
       77 new-first     pic x(600).
       77 keep-action   pic x(8).
       77 keep-user     pic x(64).
       77 keep-reason   pic x(128).
       77 keep-source   pic x(256).
       77 keep-ok       pic 9.
       77 version-edit  pic z(4)9.

       77 log-level  pic x(5).
       77 log-source pic x(32).
       77 log-text   pic x(256).

       01 file-detail.
           05 fd-size pic 9(18) comp.
           05 fd-date.
               10 fd-day   pic 9(2) comp.
               10 fd-month pic 9(2) comp.
               10 fd-year  pic 9(4) comp.
           05 fd-time.
               10 fd-hour   pic 9(2) comp.
               10 fd-minute pic 9(2) comp.
               10 fd-second pic 9(2) comp.
               10 fd-hund   pic 9(2) comp.

       01 diff-list.
           05 diff-line occurs 1000 times.
               10 diff-mark   pic x.
               10 diff-old-no pic 9(4).
               10 diff-new-no pic 9(4).
               10 diff-text   pic x(600).
           05 diff-size    pic 9(4).
           05 diff-changes pic 9(4).
       77 diff-status   pic 9.

      *    A SCRATCH ROUTE TABLE FOR http-preflight -- ONLY THE
      *    PARTS load-http-config FILLS FROM http.cfg MATTER; ONE
      *    EMPTY ROUTE SLOT KEEPS THE DUPLICATE-ROUTE CHECK QUIET.
       01 http-tbl.
           05 http-host pic x(50).
           05 http-len  pic 9(5).
           05 http-cap  pic 9(5).
           05 http-public pic x(256).
           05 http-cert-path pic x(256).
           05 http-key-path  pic x(256).
           05 cache-max-age pic 9(6).
           05 max-header-count pic 9(3).
           05 max-uri-length pic 9(4).
           05 vhost-size pic 9(2).
           05 http-vhost occurs 8 times.
              10 vhost-host   pic x(50).
              10 vhost-public pic x(256).
           05 has-middleware pic 9.
           05 http-middleware usage procedure-pointer.
           05 rate-limit-max pic 9(5).
           05 rate-limit-window pic 9(5).
           05 normalize-path pic 9.
           05 mount-size pic 9(2).
           05 http-mount occurs 8 times.
              10 mount-prefix pic x(256).
              10 mount-root   pic x(256).
           05 allow-listing pic 9.
           05 maintenance-mode pic 9.
           05 trusted-proxy pic x(50).
           05 listen-size pic 9(2).
           05 http-listen occurs 4 times.
              10 listen-address pic x(50).
              10 listen-cert pic x(256).
              10 listen-key  pic x(256).
           05 http-route occurs 1 to 2048 times depending on http-cap.
              10 func usage procedure-pointer.
              10 tab-path   pic x(2048).
              10 tab-method pic x(16).
              10 route-timeout pic 9(3).
              10 route-cache-ttl pic 9(5).

       linkage section.
       01 file-name      pic x(64).
       01 candidate-path pic x(256).
       01 change-user    pic x(64).
       01 change-reason  pic x(128).
       01 apply-status   pic 9.
       01 apply-text     pic x(256).
       01 new-version    pic 9(5).

       procedure division using file-name, candidate-path,
           change-user, change-reason, apply-status, apply-text,
           new-version.

           set apply-status to 8.
           set apply-text to spaces.
           set new-version to 0.

           perform check-file-name.

           if name-ok is equal 0 then
               string
                   "NOT A CONFIG FILE NAME: " function trim(file-name)
                   into apply-text
               end-string
               exit program
           end-if.

           if change-reason is equal spaces then
               set apply-text to "A REASON FOR THE CHANGE IS REQUIRED"
               exit program
           end-if.

           call "CBL_CHECK_FILE_EXIST"
           using function trim(candidate-path),
                 file-detail
           returning exist-result.

           if exist-result is not equal 0 then
               string
                   "NO SUCH FILE: " function trim(candidate-path)
                   into apply-text
               end-string
               exit program
           end-if.

           move file-name to live-path.

           call "CBL_CHECK_FILE_EXIST"
           using function trim(live-path),
                 file-detail
           returning exist-result.

           if exist-result is equal 0 then
               set live-existed to 1
           else
               set live-existed to 0
           end-if.

           call "date-utc"
           using by reference made-stamp,
           by content stamp-days.

           open i-o history-file.

           if history-stat is equal "35" then
               open output history-file
               close history-file
               open i-o history-file
           end-if.

           if history-stat is not equal "00" then
               set apply-text to "VERSION STORE cfghist.dat UNAVAILABLE"
               exit program
           end-if.

           perform find-latest-version.

           if live-existed is equal 1 then
               perform keep-live-content
               if keep-ok is equal 0 then
                   close history-file
                   exit program
               end-if
           end-if.

      *    A CANDIDATE IDENTICAL TO WHAT IS LIVE IS NOT A CHANGE.
           call "config-diff"
           using by content live-path,
           by content candidate-path,
           by reference diff-list,
           by reference diff-status.

           if diff-status is equal 0 then
               set apply-text to
                   "FILE TOO LONG TO COMPARE (OVER 500 LINES)"
               close history-file
               exit program
           end-if.

           if diff-changes is equal 0 then
               set apply-text to
                   "NO DIFFERENCE FROM THE LIVE FILE - NOTHING RECORDED"
               close history-file
               exit program
           end-if.

           perform classify-file.

           if is-http-cfg is equal 1 then
               move live-path to first-path
               perform read-first-line
               move first-record to old-first
               move candidate-path to first-path
               perform read-first-line
               move first-record to new-first
           end-if.

           if is-registry is equal 1 then
               call "data-dictionary"
               move return-code to before-rc
           end-if.

           call "CBL_COPY_FILE"
           using function trim(candidate-path),
                 function trim(live-path)
           returning copy-result.

           if copy-result is not equal 0 then
               string
                   "COULD NOT INSTALL " function trim(candidate-path)
                   " AS " function trim(live-path)
                   into apply-text
               end-string
               move 0 to return-code
               close history-file
               exit program
           end-if.

           set check-status to 0.
           set check-note to spaces.

           if is-registry is equal 1 then
               perform check-data-dictionary
           end-if.

           if is-http-cfg is equal 1
           and check-status is less than 8 then
               perform check-http-preflight
           end-if.

           move 0 to return-code.

           if check-status is equal 8 then
               perform put-prior-back
               move check-note to apply-text
               close history-file
               exit program
           end-if.

      *    ACCEPTED -- THE CANDIDATE BECOMES THE NEWEST VERSION.
           set keep-action to "CHANGE".
           move change-user to keep-user.
           move change-reason to keep-reason.
           move candidate-path to keep-source.
           perform keep-version.

           if keep-ok is equal 0 then
               close history-file
               exit program
           end-if.

           close history-file.

           move last-version to new-version.
           move last-version to version-edit.

           if is-http-cfg is equal 1 then
               perform signal-reload
           end-if.

           string
               function trim(file-name) " VERSION "
               function trim(version-edit) " APPLIED ("
               into apply-text
           end-string.
           move diff-changes to version-edit.
           string
               function trim(apply-text) X"20"
               function trim(version-edit) " LINE(S) CHANGED)"
               into apply-text
           end-string.

           if check-note is not equal spaces then
               string
                   function trim(apply-text) " - "
                   function trim(check-note)
                   into apply-text
               end-string
           end-if.

           if is-http-cfg is equal 1
           and old-first is not equal new-first then
               string
                   function trim(apply-text)
                   " - THE LISTEN ADDRESS CHANGED: RESTART THE"
                   " LISTENER TO BIND IT"
                   into apply-text
               end-string
               if check-status is equal 0 then
                   set check-status to 4
               end-if
           end-if.

           move check-status to apply-status.

           move "INFO" to log-level.
           move "config-apply" to log-source.
           set log-text to spaces.
           string
               function trim(file-name) " VERSION " new-version
               " BY " function trim(change-user) ": "
               function trim(change-reason)
               into log-text
           end-string.

           call "log-message"
           using by content log-level,
           by content log-source,
           by content log-text.

           exit program.

      *    CHECK-FILE-NAME -- A PLAIN "<name>.cfg" IN THE SITE
      *    DIRECTORY; NO PATH, SO NOTHING ELSE CAN BE OVERWRITTEN.
       check-file-name.
           set name-ok to 0.

           if file-name is equal spaces then
               exit paragraph
           end-if.

           compute name-length =
               function length(function trim(file-name)).

           if name-length is less than 5 then
               exit paragraph
           end-if.

           if file-name(name-length - 3:4) is not equal ".cfg" then
               exit paragraph
           end-if.

           set name-ok to 1.

           perform check-name-char
               varying n from 1 by 1
               until n is greater than name-length.

           exit paragraph.

       check-name-char.
           if file-name(n:1) is equal "/"
           or file-name(n:1) is equal "\"
           or file-name(n:1) is equal space then
               set name-ok to 0
           end-if.

           if file-name(n:1) is equal "."
           and n is less than name-length then
               if file-name(n + 1:1) is equal "." then
                   set name-ok to 0
               end-if
           end-if.

           exit paragraph.

      *    FIND-LATEST-VERSION -- THE FILE'S NEWEST CATALOGED
      *    VERSION, 0 WHEN IT HAS NONE YET.
       find-latest-version.
           set last-version to 0.

           move file-name to ch-file.
           move 0 to ch-version.

           start history-file key is greater than or equal ch-key
               invalid key
                   continue
           end-start.

           set walk-done to 0.

           if history-stat is not equal "00" then
               set walk-done to 1
           end-if.

           perform find-newest until walk-done is equal 1.

           exit paragraph.

       find-newest.
           read history-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if ch-file is not equal file-name then
               set walk-done to 1
               exit paragraph
           end-if.

           move ch-version to last-version.

           exit paragraph.

      *    KEEP-LIVE-CONTENT -- WHAT IS LIVE NOW MUST BE A
      *    VERSION BEFORE IT IS REPLACED: THE BASELINE THE FIRST
      *    TIME, OR AN "OUTSIDE" VERSION WHEN SOMEONE HAS EDITED
      *    THE FILE BY HAND SINCE ITS NEWEST VERSION.
       keep-live-content.
           set keep-ok to 1.

           if last-version is equal 0 then
               set keep-action to "BASELINE"
               set keep-reason to "AS FOUND BEFORE ITS FIRST CHANGE"
           else
               call "config-version-path"
               using by content file-name,
               by content last-version,
               by reference prior-path

               call "config-diff"
               using by content prior-path,
               by content live-path,
               by reference diff-list,
               by reference diff-status

               if diff-status is equal 1
               and diff-changes is equal 0 then
                   exit paragraph
               end-if

               set keep-action to "OUTSIDE"
               set keep-reason to
                   "EDITED IN PLACE SINCE THE PREVIOUS VERSION"
           end-if.

           set keep-user to "unknown".
           move live-path to keep-source.
           perform keep-version.

           exit paragraph.

      *    KEEP-VERSION -- keep-source COPIED TO THE NEXT VERSION'S
      *    FILE AND CATALOGED UNDER keep-action/USER/REASON.
       keep-version.
           set keep-ok to 0.

           if last-version is equal 99999 then
               set apply-text to "VERSION NUMBERS EXHAUSTED"
               exit paragraph
           end-if.

           add 1 to last-version.

           call "config-version-path"
           using by content file-name,
           by content last-version,
           by reference version-path.

           call "CBL_COPY_FILE"
           using function trim(keep-source),
                 function trim(version-path)
           returning copy-result.

           if copy-result is not equal 0 then
               string
                   "COULD NOT KEEP " function trim(version-path)
                   into apply-text
               end-string
               subtract 1 from last-version
               exit paragraph
           end-if.

           move spaces to history-record.
           move file-name to ch-file.
           move last-version to ch-version.
           move keep-action to ch-action.
           move made-stamp to ch-stamp.
           move keep-user to ch-user.
           move keep-reason to ch-reason.
           move diff-changes to ch-changed.
           move version-path to ch-path.

           if keep-action is equal "BASELINE" then
               set ch-changed to 0
           end-if.

           write history-record
               invalid key
                   string
                       "VERSION STORE WRITE FAILED FOR "
                       function trim(file-name)
                       into apply-text
                   end-string
                   subtract 1 from last-version
                   exit paragraph
           end-write.

           set keep-ok to 1.

           exit paragraph.

      *    CLASSIFY-FILE -- WHICH CHECKS THE FILE IS SUBJECT TO.
       classify-file.
           set is-registry to 0.
           set is-http-cfg to 0.

           evaluate file-name
               when "schemas.cfg"
               when "indexes.cfg"
               when "phonetic.cfg"
               when "relations.cfg"
               when "triggers.cfg"
               when "retention.cfg"
               when "rowscope.cfg"
               when "fiscaldate.cfg"
               when "search.cfg"
               when "approvals.cfg"
               when "reports.cfg"
                   set is-registry to 1
               when "http.cfg"
                   set is-http-cfg to 1
           end-evaluate.

           exit paragraph.

       read-first-line.
           move spaces to first-record.

           open input first-file.

           if first-stat is equal "00" then
               read first-file
                   at end
                       move spaces to first-record
               end-read
               close first-file
           end-if.

           exit paragraph.

      *    CHECK-DATA-DICTIONARY -- WORSE THAN BEFORE IS REFUSED.
       check-data-dictionary.
           call "data-dictionary".
           move return-code to after-rc.

           if after-rc is greater than before-rc then
               set check-status to 8
               set check-note to
                   "REFUSED: NEW DATA DICTIONARY EXCEPTIONS (/reports)"
               exit paragraph
           end-if.

           if after-rc is greater than 0 then
               set check-status to 4
               set check-note to
                   "DATA DICTIONARY EXCEPTIONS WERE ALREADY PRESENT"
           end-if.

           exit paragraph.

      *    CHECK-HTTP-PREFLIGHT -- THE NEW http.cfg THROUGH THE
      *    SAME LOADER THE LISTENER USES, THEN THE PREFLIGHT.
       check-http-preflight.
           initialize http-tbl.
           set http-cap to 1.
           set http-len to 1.
           move old-first(1:50) to http-host.

           call "load-http-config"
           using by reference http-tbl.

           set preflight-status to 0.

           call "http-preflight"
           using by reference http-tbl,
           by reference preflight-status,
           by content skip-bind.

           evaluate preflight-status
               when 8
                   set check-status to 8
                   set check-note to
                       "REFUSED: PREFLIGHT ERRORS IN http.cfg"
               when 4
                   if check-status is equal 0 then
                       set check-status to 4
                       set check-note to
                           "PREFLIGHT WARNINGS IN http.cfg"
                   end-if
           end-evaluate.

           exit paragraph.

      *    PUT-PRIOR-BACK -- A REFUSED CANDIDATE LEAVES THE LIVE
      *    FILE EXACTLY AS IT WAS: THE NEWEST VERSION (WHICH
      *    KEEP-LIVE-CONTENT MADE EQUAL TO IT), OR NO FILE AT ALL.
       put-prior-back.
           if live-existed is equal 0 then
               call "CBL_DELETE_FILE"
               using function trim(live-path)
               returning copy-result
               exit paragraph
           end-if.

           call "config-version-path"
           using by content file-name,
           by content last-version,
           by reference prior-path.

           call "CBL_COPY_FILE"
           using function trim(prior-path),
                 function trim(live-path)
           returning copy-result.

           exit paragraph.

      *    SIGNAL-RELOAD -- A NEW GENERATION LINE; EVERY ACCEPTOR
      *    RE-READS http.cfg ON ITS NEXT CONNECTION.
       signal-reload.
           open output reload-ctl.

           if reload-stat is equal "00" then
               move spaces to reload-record
               string
                   "http.cfg version " last-version
                   into reload-record
               end-string
               write reload-record
               close reload-ctl
           end-if.

           exit paragraph.

       end program config-apply.

      *****************************************

       identification division.
       program-id. config-version-path.

      ************************************************************
      * THE FILE THAT HOLDS ONE KEPT VERSION OF A CONFIG FILE --
      * "<file>.<nnnnn>.ver" BESIDE THE LIVE FILE, THE SAME WAY
      * db-backup'S DATED .bak COPIES SIT BESIDE THEIR STORES.
      ************************************************************

       data division.

       linkage section.
       01 file-name    pic x(64).
       01 version      pic 9(5).
       01 version-path pic x(256).

       procedure division using file-name, version, version-path.

           set version-path to spaces.

           string
               function trim(file-name) delimited by size
               "." delimited by size
               version delimited by size
               ".ver" delimited by size
               into version-path
           end-string.

           exit program.

       end program config-version-path.

      *****************************************

       identification division.
       program-id. config-diff.

      ************************************************************
      * LINE DIFF OF TWO TEXT FILES (UP TO 500 LINES EACH) --
      * THE LONGEST COMMON RUN OF LINES IS FOUND WITH THE USUAL
      * TABLE, THEN WALKED FRONT TO BACK SO EVERY LINE COMES OUT
      * ONCE: " " IN BOTH, "-" ONLY IN path-a, "+" ONLY IN path-b,
      * EACH WITH ITS LINE NUMBER IN EITHER FILE (0 WHERE IT HAS
      * NONE). A MISSING FILE READS AS EMPTY. diff-changes COUNTS
      * THE "-" AND "+" LINES; diff-status COMES BACK 0 ONLY WHEN
      * A FILE IS TOO LONG TO COMPARE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select old-file assign to dynamic old-path
           organization is line sequential
           file status is old-stat.

           select new-file assign to dynamic new-path
           organization is line sequential
           file status is new-stat.

       data division.

       file section.
       fd old-file.
       01 old-record pic x(600).

       fd new-file.
       01 new-record pic x(600).

       working-storage section.
       77 old-stat   pic xx.
       77 new-stat   pic xx.
       77 old-path   pic x(256).
       77 new-path   pic x(256).
       77 read-eof   pic 9.
       77 too-long   pic 9.
       77 i          pic 9(4).
       77 j          pic 9(4).

       01 old-lines.
           05 old-line occurs 500 times pic x(600).
           05 old-size pic 9(4).

       01 new-lines.
           05 new-line occurs 500 times pic x(600).
           05 new-size pic 9(4).

      *    common-length(i, j) -- THE LONGEST COMMON RUN OF
      *    old-line(i ...) AND new-line(j ...).
       01 common-table.
           05 common-row occurs 501 times.
               10 common-length occurs 501 times pic 9(4) comp.

       linkage section.
       01 path-a pic x(256).
       01 path-b pic x(256).
       01 diff-list.
           05 diff-line occurs 1000 times.
               10 diff-mark   pic x.
               10 diff-old-no pic 9(4).
               10 diff-new-no pic 9(4).
               10 diff-text   pic x(600).
           05 diff-size    pic 9(4).
           05 diff-changes pic 9(4).
       01 diff-status pic 9.

       procedure division using path-a, path-b, diff-list,
           diff-status.

           set diff-status to 0.
           set diff-size to 0.
           set diff-changes to 0.
           set too-long to 0.
           set old-size to 0.
           set new-size to 0.

           move path-a to old-path.
           open input old-file.

           if old-stat is equal "00" then
               set read-eof to 0
               perform load-old-line until read-eof is equal 1
               close old-file
           end-if.

           move path-b to new-path.
           open input new-file.

           if new-stat is equal "00" then
               set read-eof to 0
               perform load-new-line until read-eof is equal 1
               close new-file
           end-if.

           if too-long is equal 1 then
               exit program
           end-if.

           initialize common-table.

           perform fill-common-row
               varying i from old-size by -1
               until i is less than 1.

           set i to 1.
           set j to 1.

           perform walk-one-step
               until i is greater than old-size
               and j is greater than new-size.

           set diff-status to 1.

           exit program.

       load-old-line.
           read old-file
               at end
                   set read-eof to 1
                   exit paragraph
           end-read.

           if old-size is equal 500 then
               set too-long to 1
               set read-eof to 1
               exit paragraph
           end-if.

           add 1 to old-size.
           move old-record to old-line(old-size).

           exit paragraph.

       load-new-line.
           read new-file
               at end
                   set read-eof to 1
                   exit paragraph
           end-read.

           if new-size is equal 500 then
               set too-long to 1
               set read-eof to 1
               exit paragraph
           end-if.

           add 1 to new-size.
           move new-record to new-line(new-size).

           exit paragraph.

       fill-common-row.
           perform fill-common-cell
               varying j from new-size by -1
               until j is less than 1.

           exit paragraph.

       fill-common-cell.
           if old-line(i) is equal new-line(j) then
               compute common-length(i, j) =
                   common-length(i + 1, j + 1) + 1
           else
               if common-length(i + 1, j) is not less than
                  common-length(i, j + 1) then
                   move common-length(i + 1, j)
                       to common-length(i, j)
               else
                   move common-length(i, j + 1)
                       to common-length(i, j)
               end-if
           end-if.

           exit paragraph.

      *    WALK-ONE-STEP -- A SHARED LINE ADVANCES BOTH SIDES;
      *    OTHERWISE THE SIDE WHOSE SKIP KEEPS THE LONGER COMMON
      *    RUN GOES, REMOVALS BEFORE ADDITIONS ON A TIE.
       walk-one-step.
           if i is greater than old-size then
               perform emit-new-line
               exit paragraph
           end-if.

           if j is greater than new-size then
               perform emit-old-line
               exit paragraph
           end-if.

           if old-line(i) is equal new-line(j) then
               if diff-size is less than 1000 then
                   add 1 to diff-size
                   move space to diff-mark(diff-size)
                   move i to diff-old-no(diff-size)
                   move j to diff-new-no(diff-size)
                   move old-line(i) to diff-text(diff-size)
               end-if
               add 1 to i
               add 1 to j
               exit paragraph
           end-if.

           if common-length(i + 1, j) is not less than
              common-length(i, j + 1) then
               perform emit-old-line
           else
               perform emit-new-line
           end-if.

           exit paragraph.

       emit-old-line.
           if diff-size is less than 1000 then
               add 1 to diff-size
               move "-" to diff-mark(diff-size)
               move i to diff-old-no(diff-size)
               move 0 to diff-new-no(diff-size)
               move old-line(i) to diff-text(diff-size)
           end-if.

           add 1 to diff-changes.
           add 1 to i.

           exit paragraph.

       emit-new-line.
           if diff-size is less than 1000 then
               add 1 to diff-size
               move "+" to diff-mark(diff-size)
               move 0 to diff-old-no(diff-size)
               move j to diff-new-no(diff-size)
               move new-line(j) to diff-text(diff-size)
           end-if.

           add 1 to diff-changes.
           add 1 to j.

           exit paragraph.

       end program config-diff.

      *****************************************

       identification division.
       program-id. config-change.

      ************************************************************
      * THE SHELL SIDE OF config-apply -- RUN WITH:
      *
      *   CONFIG_ACTION  change | rollback | history | diff
      *   CONFIG_FILE    THE REGISTRY ("routeroles.cfg")
      *   CONFIG_FROM    change: THE EDITED COPY TO PUT LIVE
      *   CONFIG_VERSION rollback: THE VERSION TO PUT BACK
      *   CONFIG_REASON  change/rollback: WHY (REQUIRED)
      *   CONFIG_USER    WHO (DEFAULT THE LOGIN NAME IN USER)
      *   CONFIG_OLD / CONFIG_NEW
      *                  diff: THE TWO VERSIONS (DEFAULT THE
      *                  NEWEST AND THE ONE BEFORE IT)
      *
      * A ROLLBACK IS AN ORDINARY CHANGE WHOSE CANDIDATE IS THE
      * KEPT VERSION, SO IT IS CHECKED THE SAME WAY AND BECOMES A
      * NEW VERSION ITSELF -- NOTHING IN THE HISTORY IS EVER
      * REWRITTEN. return-code IS config-apply'S STATUS (0, 4 OR
      * 8), AND 8 FOR ANY USAGE ERROR.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select history-file assign to "cfghist.dat"
           organization is indexed
           access mode is dynamic
           record key is ch-key
           file status is history-stat.

       data division.

       file section.
       fd history-file.
       01 history-record.
           05 ch-key.
               10 ch-file    pic x(64).
               10 ch-version pic 9(5).
           05 ch-action  pic x(8).
           05 ch-stamp   pic x(29).
           05 ch-user    pic x(64).
           05 ch-reason  pic x(128).
           05 ch-changed pic 9(4).
           05 ch-path    pic x(128).

       working-storage section.
       77 history-stat   pic xx.
       77 walk-done      pic 9.
       77 last-version   pic 9(5).
       77 config-action  pic x(16).
       77 file-name      pic x(64).
       77 candidate-path pic x(256).
       77 change-user    pic x(64).
       77 change-reason  pic x(128).
       77 given-reason   pic x(128).
       77 apply-status   pic 9.
       77 apply-text     pic x(256).
       77 new-version    pic 9(5).
       77 number-text    pic x(8).
       77 want-version   pic 9(5).
       77 old-version    pic 9(5).
       77 version-found  pic 9.
       77 old-path       pic x(256).
       77 new-path       pic x(256).
       77 version-edit   pic z(4)9.
       77 count-edit     pic z(3)9.
       77 old-no-edit    pic z(3)9.
       77 new-no-edit    pic z(3)9.
       77 d              pic 9(4).
       77 diff-status    pic 9.

       01 diff-list.
           05 diff-line occurs 1000 times.
               10 diff-mark   pic x.
               10 diff-old-no pic 9(4).
               10 diff-new-no pic 9(4).
               10 diff-text   pic x(600).
           05 diff-size    pic 9(4).
           05 diff-changes pic 9(4).

       procedure division.

           set config-action to spaces.
           accept config-action from environment "CONFIG_ACTION".

           set file-name to spaces.
           accept file-name from environment "CONFIG_FILE".

           if file-name is equal spaces then
               display "CONFIG_FILE IS REQUIRED"
               move 8 to return-code
               goback
           end-if.

           set change-user to spaces.
           accept change-user from environment "CONFIG_USER".

           if change-user is equal spaces then
               accept change-user from environment "USER"
           end-if.

           if change-user is equal spaces then
               set change-user to "batch"
           end-if.

           set given-reason to spaces.
           accept given-reason from environment "CONFIG_REASON".

           evaluate config-action
               when "change"
                   perform change-config
               when "rollback"
                   perform rollback-config
               when "history"
                   perform list-history
               when "diff"
                   perform diff-versions
               when other
                   display "CONFIG_ACTION MUST BE change, rollback,"
                       " history OR diff"
                   move 8 to return-code
           end-evaluate.

           goback.

       change-config.
           set candidate-path to spaces.
           accept candidate-path from environment "CONFIG_FROM".

           if candidate-path is equal spaces then
               display "CONFIG_FROM (THE EDITED COPY) IS REQUIRED"
               move 8 to return-code
               exit paragraph
           end-if.

           move given-reason to change-reason.
           perform apply-candidate.

           exit paragraph.

       rollback-config.
           set number-text to spaces.
           accept number-text from environment "CONFIG_VERSION".

           set want-version to 0.

           if number-text is not equal spaces then
               move function numval(number-text) to want-version
           end-if.

           if want-version is equal 0 then
               display "CONFIG_VERSION (THE VERSION TO PUT BACK) IS"
                   " REQUIRED"
               move 8 to return-code
               exit paragraph
           end-if.

           perform find-version.

           if version-found is equal 0 then
               move want-version to version-edit
               display "NO VERSION " function trim(version-edit)
                   " OF " function trim(file-name)
               move 8 to return-code
               exit paragraph
           end-if.

           if given-reason is equal spaces then
               set change-reason to spaces
           else
               move want-version to version-edit
               set change-reason to spaces
               string
                   "BACK TO VERSION " function trim(version-edit)
                   ": " function trim(given-reason)
                   into change-reason
               end-string
           end-if.

           call "config-version-path"
           using by content file-name,
           by content want-version,
           by reference candidate-path.

           perform apply-candidate.

           exit paragraph.

       apply-candidate.
           call "config-apply"
           using by content file-name,
           by content candidate-path,
           by content change-user,
           by content change-reason,
           by reference apply-status,
           by reference apply-text,
           by reference new-version.

           display function trim(apply-text).

           move apply-status to return-code.

           exit paragraph.

      *    FIND-VERSION -- want-version OF file-name IN THE
      *    CATALOG; version-found 0 WHEN IT IS NOT THERE.
       find-version.
           set version-found to 0.

           open input history-file.

           if history-stat is not equal "00" then
               exit paragraph
           end-if.

           move file-name to ch-file.
           move want-version to ch-version.

           read history-file
               key is ch-key
               invalid key
                   continue
               not invalid key
                   set version-found to 1
           end-read.

           close history-file.

           exit paragraph.

       list-history.
           open input history-file.

           if history-stat is not equal "00" then
               display "NO CONFIG HISTORY KEPT YET"
               exit paragraph
           end-if.

           display "HISTORY OF " function trim(file-name).
           display "VERSION ACTION   WHEN"
               "                          LINES WHO / WHY".

           move file-name to ch-file.
           move 0 to ch-version.
           set last-version to 0.

           start history-file key is greater than or equal ch-key
               invalid key
                   continue
           end-start.

           set walk-done to 0.

           if history-stat is not equal "00" then
               set walk-done to 1
           end-if.

           perform show-one-version until walk-done is equal 1.

           close history-file.

           if last-version is equal 0 then
               display "NO VERSIONS KEPT FOR " function trim(file-name)
           end-if.

           exit paragraph.

       show-one-version.
           read history-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if ch-file is not equal file-name then
               set walk-done to 1
               exit paragraph
           end-if.

           move ch-version to last-version.
           move ch-version to version-edit.
           move ch-changed to count-edit.

           display version-edit "   " ch-action " " ch-stamp " "
               count-edit " " function trim(ch-user) " / "
               function trim(ch-reason).

           exit paragraph.

       diff-versions.
           perform find-newest-version.

           set number-text to spaces.
           accept number-text from environment "CONFIG_NEW".

           if number-text is equal spaces then
               move last-version to want-version
           else
               move function numval(number-text) to want-version
           end-if.

           set number-text to spaces.
           accept number-text from environment "CONFIG_OLD".

           if number-text is equal spaces then
               if want-version is greater than 1 then
                   compute old-version = want-version - 1
               else
                   move 0 to old-version
               end-if
           else
               move function numval(number-text) to old-version
           end-if.

           perform find-version.

           if version-found is equal 0 then
               move want-version to version-edit
               display "NO VERSION " function trim(version-edit)
                   " OF " function trim(file-name)
               move 8 to return-code
               exit paragraph
           end-if.

           call "config-version-path"
           using by content file-name,
           by content want-version,
           by reference new-path.

           move want-version to new-version.
           move old-version to want-version.

           perform find-version.

           if version-found is equal 0 then
               move want-version to version-edit
               display "NO VERSION " function trim(version-edit)
                   " OF " function trim(file-name)
               move 8 to return-code
               exit paragraph
           end-if.

           call "config-version-path"
           using by content file-name,
           by content old-version,
           by reference old-path.

           call "config-diff"
           using by content old-path,
           by content new-path,
           by reference diff-list,
           by reference diff-status.

           if diff-status is equal 0 then
               display "FILE TOO LONG TO COMPARE (OVER 500 LINES)"
               move 8 to return-code
               exit paragraph
           end-if.

           move old-version to version-edit.
           display "--- " function trim(file-name) " VERSION "
               function trim(version-edit).
           move new-version to version-edit.
           display "+++ " function trim(file-name) " VERSION "
               function trim(version-edit).

           perform show-one-change
               varying d from 1 by 1
               until d is greater than diff-size.

           move diff-changes to count-edit.
           display function trim(count-edit) " LINE(S) DIFFER".

           exit paragraph.

      *    SHOW-ONE-CHANGE -- ONLY THE LINES THAT DIFFER, EACH
      *    WITH ITS LINE NUMBER IN THE OLD AND THE NEW VERSION.
       show-one-change.
           if diff-mark(d) is equal space then
               exit paragraph
           end-if.

           move diff-old-no(d) to old-no-edit.
           move diff-new-no(d) to new-no-edit.

           display diff-mark(d) " " old-no-edit " " new-no-edit " "
               function trim(diff-text(d) trailing).

           exit paragraph.

       find-newest-version.
           set last-version to 0.

           open input history-file.

           if history-stat is not equal "00" then
               exit paragraph
           end-if.

           move file-name to ch-file.
           move 0 to ch-version.

           start history-file key is greater than or equal ch-key
               invalid key
                   continue
           end-start.

           set walk-done to 0.

           if history-stat is not equal "00" then
               set walk-done to 1
           end-if.

           perform find-newest until walk-done is equal 1.

           close history-file.

           exit paragraph.

       find-newest.
           read history-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if ch-file is not equal file-name then
               set walk-done to 1
               exit paragraph
           end-if.

           move ch-version to last-version.

           exit paragraph.

       end program config-change.

      *****************************************

       identification division.
       program-id. http-admin-config.

      ************************************************************
      * GET /admin/config -- THE CONFIG CHANGE HISTORY:
      *     (NO PARAMETERS)   EVERY FILE WITH KEPT VERSIONS, ITS
      *                       NEWEST VERSION AND WHO MADE IT
      *     ?file=F           F'S VERSIONS NEWEST FIRST (THE LATEST
      *                       200) WITH WHO, WHEN, WHY, A DIFF
      *                       AGAINST THE ONE BEFORE, AND A
      *                       ROLLBACK FORM ON EVERY OLDER VERSION
      *     ?file=F&old=A&new=B  THE LINES THAT DIFFER BETWEEN
      *                       VERSIONS A AND B
      * admin ONLY, LIKE THE REST OF THE CONSOLE.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select history-file assign to "cfghist.dat"
           organization is indexed
           access mode is dynamic
           record key is ch-key
           file status is history-stat.

       data division.

       file section.
       fd history-file.
       01 history-record.
           05 ch-key.
               10 ch-file    pic x(64).
               10 ch-version pic 9(5).
           05 ch-action  pic x(8).
           05 ch-stamp   pic x(29).
           05 ch-user    pic x(64).
           05 ch-reason  pic x(128).
           05 ch-changed pic 9(4).
           05 ch-path    pic x(128).

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(65536).
           05 string-size pic 9(5).

       01 query-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

      *    ONE FILE'S VERSIONS, OLDEST DROPPED FIRST PAST 200.
       01 version-list.
           05 version-entry occurs 200 times.
               10 ve-version pic 9(5).
               10 ve-action  pic x(8).
               10 ve-stamp   pic x(29).
               10 ve-user    pic x(64).
               10 ve-reason  pic x(128).
               10 ve-changed pic 9(4).
           05 version-size pic 9(3).
       77 v             pic 9(3).

       01 diff-list.
           05 diff-line occurs 1000 times.
               10 diff-mark   pic x.
               10 diff-old-no pic 9(4).
               10 diff-new-no pic 9(4).
               10 diff-text   pic x(600).
           05 diff-size    pic 9(4).
           05 diff-changes pic 9(4).
       77 diff-status   pic 9.
       77 d             pic 9(4).

       77 history-stat  pic xx.
       77 walk-done     pic 9.
       77 admin-ok      pic 9.
       77 q             pic 9(3).
       77 want-file     pic x(64).
       77 slash-count   pic 9(3).
       77 old-text      pic x(8).
       77 new-text      pic x(8).
       77 old-version   pic 9(5).
       77 new-version   pic 9(5).
       77 old-path      pic x(256).
       77 new-path      pic x(256).
       77 prior-version pic 9(5).
       77 shown-count   pic 9(5).
       77 last-file     pic x(64).
       77 last-version  pic 9(5).
       77 last-stamp    pic x(29).
       77 last-user     pic x(64).
       77 version-edit  pic z(4)9.
       77 prior-edit    pic z(4)9.
       77 count-edit    pic z(3)9.
       77 old-no-edit   pic z(3)9.
       77 new-no-edit   pic z(3)9.
       77 file-attr     pic x(512).
       77 file-attr-length pic 9(4).
       77 out-pointer   pic 9(5).

       77 attr-source  pic x(600).
       77 attr-text    pic x(1200).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           call "admin-check-role"
           using by content request,
           by content connect,
           by reference admin-ok.

           if admin-ok is equal 0 then
               exit program
           end-if.

           set want-file to spaces.
           set old-text to spaces.
           set new-text to spaces.

           initialize query-fields.

           call "parse-path"
           using by reference query-fields,
           by content request-path.

           perform take-one-field
               varying q from 1 by 1
               until q is greater than parse-get-size.

      *    ONLY A PLAIN FILE NAME -- THE DIFF READS "<file>.<n>.ver"
      *    AND MUST NOT WANDER OUT OF THE SITE DIRECTORY.
           set slash-count to 0.
           inspect want-file tallying slash-count for all "/".

           if slash-count is greater than 0 then
               set want-file to spaces
           end-if.

           move want-file to attr-source.
           perform escape-attribute.
           move attr-text to file-attr.
           move attr-length to file-attr-length.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           string
               "<html><body><h1>Configuration history</h1>" X"0A"
               into string-data
               with pointer out-pointer
           end-string.

           evaluate true
               when want-file is equal spaces
                   perform list-files
               when old-text is equal spaces
               or new-text is equal spaces
                   perform list-versions
               when other
                   perform show-diff
           end-evaluate.

           string
               "</body></html>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       take-one-field.
           evaluate get-name(q)
               when "file"
                   set want-file to get-value(q)(1:64)
               when "old"
                   set old-text to get-value(q)(1:8)
               when "new"
                   set new-text to get-value(q)(1:8)
           end-evaluate.

           exit paragraph.

      *    LIST-FILES -- ONE ROW PER FILE, TAKEN AS THE CATALOG
      *    WALK MOVES PAST ITS LAST VERSION.
       list-files.
           string
               "<table border=" X"22" "1" X"22" "><tr>"
               "<th>File</th><th>Newest version</th><th>When</th>"
               "<th>Who</th></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           set shown-count to 0.
           set last-file to spaces.

           open input history-file.

           if history-stat is equal "00" then
               set walk-done to 0
               perform take-one-file until walk-done is equal 1
               close history-file
           end-if.

           if last-file is not equal spaces then
               perform show-one-file
           end-if.

           string
               "</table>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if shown-count is equal 0 then
               string
                   "<p>No configuration changes recorded yet.</p>"
                   X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           exit paragraph.

       take-one-file.
           read history-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if ch-file is not equal last-file
           and last-file is not equal spaces then
               perform show-one-file
           end-if.

           move ch-file to last-file.
           move ch-version to last-version.
           move ch-stamp to last-stamp.
           move ch-user to last-user.

           exit paragraph.

       show-one-file.
           add 1 to shown-count.

           move last-file to attr-source.
           perform escape-attribute.
           move last-version to version-edit.

           string
               "<tr><td><a href=" X"22" "/admin/config?file="
               attr-text(1:attr-length) X"22" ">"
               attr-text(1:attr-length) "</a></td><td>"
               function trim(version-edit) "</td><td>"
               function trim(last-stamp) "</td><td>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           move last-user to attr-source.
           perform escape-attribute.

           string
               attr-text(1:attr-length) "</td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    LIST-VERSIONS -- want-file'S VERSIONS, NEWEST FIRST.
       list-versions.
           initialize version-list.

           open input history-file.

           if history-stat is equal "00" then
               move want-file to ch-file
               move 0 to ch-version

               start history-file
                   key is greater than or equal ch-key
                   invalid key
                       continue
               end-start

               set walk-done to 0

               if history-stat is not equal "00" then
                   set walk-done to 1
               end-if

               perform keep-one-version until walk-done is equal 1

               close history-file
           end-if.

           string
               "<h2>" file-attr(1:file-attr-length) "</h2>"
               "<p><a href=" X"22" "/admin/config" X"22"
               ">All files</a></p>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if version-size is equal 0 then
               string
                   "<p>No versions kept for this file.</p>" X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
               exit paragraph
           end-if.

           string
               "<form method=" X"22" "GET" X"22"
               " action=" X"22" "/admin/config" X"22" ">"
               "<input type=" X"22" "hidden" X"22"
               " name=" X"22" "file" X"22" " value=" X"22"
               file-attr(1:file-attr-length) X"22" ">"
               "Compare version <input name=" X"22" "old" X"22"
               " size=" X"22" "5" X"22" "> with version "
               "<input name=" X"22" "new" X"22"
               " size=" X"22" "5" X"22" "> "
               "<button>Compare</button></form>" X"0A"
               "<table border=" X"22" "1" X"22" "><tr>"
               "<th>Version</th><th>Action</th><th>When</th>"
               "<th>Who</th><th>Lines changed</th><th>Why</th>"
               "<th></th><th>Roll back</th></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           perform show-one-version
               varying v from version-size by -1
               until v is less than 1.

           string
               "</table>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       keep-one-version.
           read history-file next record
               at end
                   set walk-done to 1
                   exit paragraph
           end-read.

           if ch-file is not equal want-file then
               set walk-done to 1
               exit paragraph
           end-if.

           if version-size is equal 200 then
               perform drop-oldest-version
                   varying v from 1 by 1
                   until v is equal 200
           else
               add 1 to version-size
           end-if.

           move ch-version to ve-version(version-size).
           move ch-action to ve-action(version-size).
           move ch-stamp to ve-stamp(version-size).
           move ch-user to ve-user(version-size).
           move ch-reason to ve-reason(version-size).
           move ch-changed to ve-changed(version-size).

           exit paragraph.

       drop-oldest-version.
           move version-entry(v + 1) to version-entry(v).

           exit paragraph.

       show-one-version.
           move ve-version(v) to version-edit.
           move ve-changed(v) to count-edit.

           move ve-user(v) to attr-source.
           perform escape-attribute.

           string
               "<tr><td>" function trim(version-edit) "</td><td>"
               function trim(ve-action(v)) "</td><td>"
               function trim(ve-stamp(v)) "</td><td>"
               attr-text(1:attr-length) "</td><td>"
               function trim(count-edit) "</td><td>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           move ve-reason(v) to attr-source.
           perform escape-attribute.

           string
               attr-text(1:attr-length) "</td><td>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if ve-version(v) is greater than 1 then
               compute prior-version = ve-version(v) - 1
               move prior-version to prior-edit
               string
                   "<a href=" X"22" "/admin/config?file="
                   file-attr(1:file-attr-length)
                   "&amp;old=" function trim(prior-edit)
                   "&amp;new=" function trim(version-edit) X"22"
                   ">Diff</a>"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "</td><td>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

      *    THE NEWEST VERSION IS WHAT IS LIVE; ONLY OLDER ONES
      *    CAN BE PUT BACK.
           if v is less than version-size then
               string
                   "<form method=" X"22" "POST" X"22"
                   " action=" X"22" "/admin/configrollback" X"22" ">"
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "file" X"22" " value=" X"22"
                   file-attr(1:file-attr-length) X"22" ">"
                   "<input type=" X"22" "hidden" X"22"
                   " name=" X"22" "version" X"22" " value=" X"22"
                   function trim(version-edit) X"22" ">"
                   "<input name=" X"22" "reason" X"22"
                   " placeholder=" X"22" "why" X"22" "> "
                   "<button>Roll back to this</button></form>"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
           end-if.

           string
               "</td></tr>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    SHOW-DIFF -- THE LINES THAT DIFFER, WITH THEIR NUMBERS.
       show-diff.
           move function numval(old-text) to old-version.
           move function numval(new-text) to new-version.

           call "config-version-path"
           using by content want-file,
           by content old-version,
           by reference old-path.

           call "config-version-path"
           using by content want-file,
           by content new-version,
           by reference new-path.

           call "config-diff"
           using by content old-path,
           by content new-path,
           by reference diff-list,
           by reference diff-status.

           move old-version to prior-edit.
           move new-version to version-edit.

           string
               "<h2>" file-attr(1:file-attr-length)
               ": version " function trim(prior-edit)
               " against version " function trim(version-edit)
               "</h2><p><a href=" X"22" "/admin/config?file="
               file-attr(1:file-attr-length) X"22"
               ">All versions</a></p>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           if diff-status is equal 0 then
               string
                   "<p>Too long to compare (over 500 lines).</p>"
                   X"0A"
                   into string-data
                   with pointer out-pointer
                   on overflow
                       continue
               end-string
               exit paragraph
           end-if.

           move diff-changes to count-edit.

           string
               "<p>" function trim(count-edit)
               " line(s) differ. A missing version reads as an"
               " empty file.</p><pre>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           perform show-one-change
               varying d from 1 by 1
               until d is greater than diff-size.

           string
               "</pre>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

       show-one-change.
           if diff-mark(d) is equal space then
               exit paragraph
           end-if.

           move diff-old-no(d) to old-no-edit.
           move diff-new-no(d) to new-no-edit.
           move diff-text(d) to attr-source.
           perform escape-attribute.

           string
               diff-mark(d) X"20" old-no-edit X"20" new-no-edit
               X"20" attr-text(1:attr-length) X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           exit paragraph.

      *    ESCAPE-ATTRIBUTE -- attr-source UP TO ITS LAST NON-SPACE
      *    INTO attr-text WITH " < > & AS HTML ENTITIES;
      *    attr-length MAY BE 0, SO EVERY USE IS attr-text(1:...)
      *    OF A BUFFER THAT IS NEVER SHORTER THAN ONE BYTE.
       escape-attribute.
           move spaces to attr-text.
           set attr-length to 0.
           set source-length to 600.

           perform shorten-source
               until source-length is equal 0
               or attr-source(source-length:1) is not equal space.

           perform escape-one-char
               varying e from 1 by 1
               until e is greater than source-length.

           if attr-length is equal 0 then
               set attr-length to 1
           end-if.

           exit paragraph.

       shorten-source.
           subtract 1 from source-length.

           exit paragraph.

       escape-one-char.
           evaluate attr-source(e:1)
               when X"22"
                   move "&quot;" to attr-text(attr-length + 1:6)
                   add 6 to attr-length
               when "<"
                   move "&lt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when ">"
                   move "&gt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when "&"
                   move "&amp;" to attr-text(attr-length + 1:5)
                   add 5 to attr-length
               when other
                   add 1 to attr-length
                   move attr-source(e:1) to attr-text(attr-length:1)
           end-evaluate.

           exit paragraph.

       end program http-admin-config.

      *****************************************

       identification division.
       program-id. http-admin-configrollback.

      ************************************************************
      * POST /admin/configrollback -- file, version, reason. PUTS
      * THE KEPT VERSION BACK THROUGH config-apply, WITH THE SAME
      * CHECKS AS ANY CHANGE, AS A NEW VERSION IN THE SIGNED-IN
      * ADMINISTRATOR'S NAME. THE OUTCOME IS SHOWN EITHER WAY.
      ************************************************************

       data division.

       working-storage section.
       01 response-data.
           05 http-version pic x(10).
           05 status-code  pic 9(3).
           05 status-text  pic x(50).
           05 response-headers occurs 8 times.
               10 header-data pic x(256).
           05 response-headers-size pic 9(3).

       01 string-for-send.
           05 string-data pic x(2048).
           05 string-size pic 9(5).

       01 form-fields.
           05 parse-get occurs 256 times.
               10 get-name     pic x(32).
               10 get-value    pic x(256).
           05 parse-get-size pic 9(3).

       77 admin-ok       pic 9.
       77 user-name      pic x(64).
       77 user-role      pic x(16).
       77 session-found  pic 9.
       77 body-length    pic 9(6).
       77 f              pic 9(3).
       77 want-file      pic x(64).
       77 version-text   pic x(8).
       77 want-version   pic 9(5).
       77 given-reason   pic x(128).
       77 change-user    pic x(64).
       77 change-reason  pic x(128).
       77 candidate-path pic x(256).
       77 apply-status   pic 9.
       77 apply-text     pic x(256).
       77 new-version    pic 9(5).
       77 version-edit   pic z(4)9.
       77 out-pointer    pic 9(5).

       77 attr-source  pic x(600).
       77 attr-text    pic x(1200).
       77 attr-length  pic 9(4).
       77 e            pic 9(4).
       77 source-length pic 9(4).

       linkage section.
       01 request.
          05 request-start.
             10 request-method pic x(16).
             10 request-path   pic x(2048).
             10 request-proto  pic x(16).
          05 request-headers occurs 256 times.
             10 request-header     pic x(2048).
          05 request-header-size  pic 9(3).
          05 request-body pic x(2048).

       77 connect pic 9(5).

       procedure division using request, connect.

           call "admin-check-role"
           using by content request,
           by content connect,
           by reference admin-ok.

           if admin-ok is equal 0 then
               exit program
           end-if.

           set user-name to spaces.
           set user-role to spaces.

           call "session-user-role"
           using by content request,
           by reference user-name,
           by reference user-role,
           by reference session-found.

           set want-file to spaces.
           set version-text to spaces.
           set given-reason to spaces.

           set body-length to
               function length(function trim(request-body)).

           initialize form-fields.

           call "parse-form"
           using by reference form-fields,
           by content request-body,
           by content body-length.

           perform take-one-field
               varying f from 1 by 1
               until f is greater than parse-get-size.

           set want-version to 0.

           if version-text is not equal spaces then
               move function numval(version-text) to want-version
           end-if.

           move want-version to version-edit.

           set change-reason to spaces.

           if given-reason is not equal spaces then
               string
                   "BACK TO VERSION " function trim(version-edit)
                   ": " function trim(given-reason)
                   into change-reason
               end-string
           end-if.

           move user-name to change-user.

           call "config-version-path"
           using by content want-file,
           by content want-version,
           by reference candidate-path.

           call "config-apply"
           using by content want-file,
           by content candidate-path,
           by content change-user,
           by content change-reason,
           by reference apply-status,
           by reference apply-text,
           by reference new-version.

           set response-headers-size to 0.
           set status-code to 200.
           set status-text to "OK".

           move spaces to string-data.
           set out-pointer to 1.

           move apply-text to attr-source.
           perform escape-attribute.

           string
               "<html><body><h1>Configuration rollback</h1><p>"
               attr-text(1:attr-length) "</p>"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           move want-file to attr-source.
           perform escape-attribute.

           string
               "<p><a href=" X"22" "/admin/config?file="
               attr-text(1:attr-length) X"22"
               ">Back to the history</a></p></body></html>" X"0A"
               into string-data
               with pointer out-pointer
               on overflow
                   continue
           end-string.

           compute string-size = out-pointer - 1.

           call "sendtext_http"
           using by content response-data, by content connect,
                 by content string-data, by content string-size,
                 by content request.

           exit program.

       take-one-field.
           evaluate get-name(f)
               when "file"
                   set want-file to get-value(f)(1:64)
               when "version"
                   set version-text to get-value(f)(1:8)
               when "reason"
                   set given-reason to get-value(f)(1:128)
           end-evaluate.

           exit paragraph.

      *    ESCAPE-ATTRIBUTE -- attr-source UP TO ITS LAST NON-SPACE
      *    INTO attr-text WITH " < > & AS HTML ENTITIES;
      *    attr-length MAY BE 0, SO EVERY USE IS attr-text(1:...)
      *    OF A BUFFER THAT IS NEVER SHORTER THAN ONE BYTE.
       escape-attribute.
           move spaces to attr-text.
           set attr-length to 0.
           set source-length to 600.

           perform shorten-source
               until source-length is equal 0
               or attr-source(source-length:1) is not equal space.

           perform escape-one-char
               varying e from 1 by 1
               until e is greater than source-length.

           if attr-length is equal 0 then
               set attr-length to 1
           end-if.

           exit paragraph.

       shorten-source.
           subtract 1 from source-length.

           exit paragraph.

       escape-one-char.
           evaluate attr-source(e:1)
               when X"22"
                   move "&quot;" to attr-text(attr-length + 1:6)
                   add 6 to attr-length
               when "<"
                   move "&lt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when ">"
                   move "&gt;" to attr-text(attr-length + 1:4)
                   add 4 to attr-length
               when "&"
                   move "&amp;" to attr-text(attr-length + 1:5)
                   add 5 to attr-length
               when other
                   add 1 to attr-length
                   move attr-source(e:1) to attr-text(attr-length:1)
           end-evaluate.

           exit paragraph.

       end program http-admin-configrollback.
