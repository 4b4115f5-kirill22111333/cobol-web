       77 session-seed    pic 9(9).
       77 session-rand    pic 9(9).
       77 session-now     pic x(21).
       77 read-only-on    pic 9.
       77 read-only-reason pic x(128).

       linkage section.
       01 session.

       procedure division using session.

      *    NO NEW SESSION WHILE THE SITE IS READ-ONLY
      *    (lib/readonly.cbl) -- THE CALLER GETS A BLANK ID.
           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 1 then
               set session-id to spaces
               exit program
           end-if.

           set session-now to function current-date.

           move function current-date(9:6) to session-seed
       77 session-file-name pic x(64).
       77 tenant-stem pic x(16).
       77 tenant-ext  pic x(4).
       77 read-only-on    pic 9.
       77 read-only-reason pic x(128).

       linkage section.
       01 session.

       procedure division using session.

      *    NOTHING IS REWRITTEN WHILE THE SITE IS READ-ONLY.
           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 1 then
               exit program
           end-if.

      *    THE SESSION STORE IS THE ACTIVE TENANT'S PARTITION --
      *    tenant-file-name (lib/tenant.cbl) RESOLVES IT, AND A
      *    SITE WITH NO VHOSTS KEEPS PLAIN "sessions.dat".
       77 user-part     pic x(128).
       77 role-part     pic x(64).

      *    THE RESOLVED USER AND ROLE ARE LEFT FOR THE REST OF THE
      *    REQUEST TOO -- db-update HOLDS A workflow.cfg TRANSITION
      *    TO THE ROLE MAKING IT AND NAMES THEM IN THE STATUS
      *    HISTORY. THE LISTENER BLANKS BOTH BEFORE EACH REQUEST.
      *    THE SESSION GOES WITH THEM, FOR THE ROW PROVENANCE.
       01 request-user-name pic x(64) external.
       01 request-user-role pic x(16) external.
       01 request-session-id pic x(32) external.

       linkage section.
       01 request.
          05 request-start.
           set role-name to role-part(1:16).
           set found to 1.

           move user-name to request-user-name.
           move role-name to request-user-role.
           move session-id to request-session-id.

           exit program.

       end program session-user-role.
           05 revoke-id occurs 50 times pic x(32).
           05 revoke-list-size pic 9(2).
       77 v pic 9(2).
       77 read-only-on    pic 9.
       77 read-only-reason pic x(128).

       linkage section.
       01 user-name     pic x(64).
           set revoked-count to 0.
           set revoke-list-size to 0.

      *    NOTHING IS DELETED WHILE THE SITE IS READ-ONLY.
           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 1 then
               exit program
           end-if.

           set tenant-stem to "sessions".
           set tenant-ext to "dat".
           call "tenant-file-name"
           exit paragraph.

       end program session-list-user.

      *****************************************

       identification division.
       program-id. session-delete.

      ************************************************************
      * ENDS ONE SESSION BY ITS ID -- THE SIGN-OUT SIDE OF
      * session-create. AN ID THAT ISN'T ON FILE (ALREADY GONE,
      * OR NO STORE YET) COMES BACK deleted 0 WITHOUT ERROR.
      ************************************************************

       environment division.
       input-output section.
       file-control.
           select session-file assign to dynamic session-file-name
           organization is indexed
           access mode is dynamic
           record key is rec-session-id
           file status is session-stat.

       data division.

       file section.
       fd session-file.
       01 session-record.
           05 rec-session-id   pic x(32).
           05 rec-session-data pic x(256).

       working-storage section.
       77 session-stat pic xx.
       77 session-file-name pic x(64).
       77 tenant-stem pic x(16).
       77 tenant-ext  pic x(4).
       77 read-only-on    pic 9.
       77 read-only-reason pic x(128).

       linkage section.
       01 session-id pic x(32).
       01 deleted    pic 9.

       procedure division using session-id, deleted.

           set deleted to 0.

      *    NOTHING IS DELETED WHILE THE SITE IS READ-ONLY.
           call "read-only-state"
           using by reference read-only-on,
           by reference read-only-reason.

           if read-only-on is equal 1 then
               exit program
           end-if.

           set tenant-stem to "sessions".
           set tenant-ext to "dat".
           call "tenant-file-name"
           using by content tenant-stem,
           by content tenant-ext,
           by reference session-file-name.

           open i-o session-file.

           if session-stat is not equal "00" then
               close session-file
               exit program
           end-if.

           move session-id to rec-session-id.

           read session-file
               key is rec-session-id
               invalid key
                   continue
               not invalid key
                   delete session-file record
                   set deleted to 1
           end-read.

           close session-file.

           exit program.

       end program session-delete.
