      *> userload seeds the user master (userrec.cpy) from a flat
      *> credentials file in the old users.dat layout --
      *> "userid|password-hash|role" lines, COW_USERS_FILE, default
      *> cobol/config/users.dat.  it is how an installation moves its
      *> existing accounts into the user master, and how the very
      *> first administrator gets in on a new one: make the hash with
      *> pwhash, put one line in users.dat, run this job, sign in,
      *> and do everything after that through the useradm screens.
      *>
      *> every account loads active, with no failures and no
      *> last-login stamp.  a user id that is already in the user
      *> master is counted as already present and left untouched --
      *> the master is the authority once an account is in it, and
      *> that is also what makes the job safe to rerun.  a line that
      *> fails validation (user id present, at most 30 characters
      *> and only letters, digits and . _ - @; hash exactly 16
      *> digits; role present, at most 20 characters and the same
      *> characters as a user id) is displayed with its reason and
      *> skipped -- the same rules useradm holds an account to, so
      *> every loaded account can be managed on its screens.
      *>
      *> counts of read / loaded / rejected / already present are
      *> displayed at the end.  return-code 0 means a clean load, 4
      *> means lines were rejected, 16 means either file could not
      *> be processed.

       identification division.
       program-id. userload.

       environment division.

       configuration section.

       special-names.
           class user-id-char is "a" thru "z" "A" thru "Z"
                                 "0" thru "9" "." "_" "-" "@".

       input-output section.

       file-control.
           select users-file assign to dynamic users-file-name
               organization line sequential
               file status users-file-status.

           select user-file assign to dynamic user-file-name
               organization indexed
               access mode random
               record key usr-id
               file status user-file-status.

       data division.

       file section.

       fd  users-file.
       01  users-line            pic x(120).

       fd  user-file.
       copy "userrec.cpy".

       working-storage section.

       01 users-file-name      pic x(200)
                                value "cobol/config/users.dat".
       01 users-file-status    pic x(2).
       01 user-file-name       pic x(200)
                                value "cobol/config/usermast.dat".
       01 user-file-status     pic x(2).

       01 ws-eof               pic x(1) value "n".
       01 ws-ptr               pic 9(4) usage comp-5.

      *> wider than the userrec fields, so an over-width value is
      *> seen and rejected instead of silently sheared
       01 ws-in-user           pic x(40).
       01 ws-in-hash           pic x(30).
       01 ws-in-role           pic x(30).
       01 ws-reject-reason     pic x(60).
       01 ws-check-user        pic x(40).
       01 ws-user-length       pic 9(4) usage comp-5.
       01 ws-check-role        pic x(30).
       01 ws-role-length       pic 9(4) usage comp-5.

       01 ws-clock             pic x(21).
       01 ws-now               pic x(14).

       01 ws-read-count        pic 9(7) usage comp-5 value zero.
       01 ws-loaded-count      pic 9(7) usage comp-5 value zero.
       01 ws-reject-count      pic 9(7) usage comp-5 value zero.
       01 ws-present-count     pic 9(7) usage comp-5 value zero.
       01 ws-disp-count        pic z,zzz,zz9.

       procedure division.

       0000-mainline.

           accept users-file-name
                   from environment "COW_USERS_FILE"
               on exception
                   move "cobol/config/users.dat" to users-file-name
           end-accept

           accept user-file-name
                   from environment "COW_USER_FILE"
               on exception
                   move "cobol/config/usermast.dat"
                       to user-file-name
           end-accept

           move function current-date to ws-clock
           move ws-clock(1:14) to ws-now

           display "userload: loading "
               function trim(users-file-name) " into "
               function trim(user-file-name)

           open input users-file

           if (users-file-status not = "00")
              display "userload: cannot open credentials file, "
                  "status " users-file-status
              move 16 to return-code
              goback
           end-if

           open i-o user-file

           if (user-file-status = "35")
              open output user-file
              close user-file
              open i-o user-file
           end-if

           if (user-file-status not = "00")
              display "userload: cannot open user master, status "
                  user-file-status
              close users-file
              move 16 to return-code
              goback
           end-if

           perform load-one-line
               until (ws-eof = "y")

           close users-file
           close user-file

           move ws-read-count to ws-disp-count
           display "userload: " function trim(ws-disp-count)
               " account(s) read"
           move ws-loaded-count to ws-disp-count
           display "userload: " function trim(ws-disp-count)
               " account(s) loaded"
           move ws-present-count to ws-disp-count
           display "userload: " function trim(ws-disp-count)
               " account(s) already present -- skipped"
           move ws-reject-count to ws-disp-count
           display "userload: " function trim(ws-disp-count)
               " account(s) rejected"

           if (ws-reject-count > zero)
              move 4 to return-code
           else
              move 0 to return-code
           end-if

           goback.

       load-one-line.

           read users-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              exit paragraph
           end-if

           if (users-line = spaces)
              or (users-line(1:1) = "*")
              exit paragraph
           end-if

           add 1 to ws-read-count

           move spaces to ws-in-user
           move spaces to ws-in-hash
           move spaces to ws-in-role
           move 1 to ws-ptr

           unstring users-line delimited by "|"
               into ws-in-user ws-in-hash ws-in-role
               with pointer ws-ptr
           end-unstring

           perform validate-one-line

           if (ws-reject-reason not = spaces)
              add 1 to ws-reject-count
              display "userload: rejected ("
                  function trim(ws-reject-reason) "): "
                  function trim(ws-in-user)
              exit paragraph
           end-if

           perform store-one-account.

       validate-one-line.

           move spaces to ws-reject-reason

           move function trim(ws-in-user) to ws-check-user
           move function length(function trim(ws-in-user))
               to ws-user-length
           move function trim(ws-in-role) to ws-check-role
           move function length(function trim(ws-in-role))
               to ws-role-length

           evaluate true

              when (function trim(ws-in-user) = spaces)
                 move "user id is required" to ws-reject-reason

              when (function length(function trim(ws-in-user))
                       > 30)
                 move "user id over 30 characters"
                     to ws-reject-reason

              when (ws-check-user(1:ws-user-length)
                       is not user-id-char)
                 move "user id has characters outside letters, "
                     & "digits and . _ - @" to ws-reject-reason

              when (function trim(ws-in-hash) is not numeric)
                or (function length(function trim(ws-in-hash))
                       not = 16)
                 move "hash is not 16 digits" to ws-reject-reason

              when (function trim(ws-in-role) = spaces)
                 move "role is required" to ws-reject-reason

              when (function length(function trim(ws-in-role))
                       > 20)
                 move "role over 20 characters" to ws-reject-reason

              when (ws-check-role(1:ws-role-length)
                       is not user-id-char)
                 move "role has characters outside letters, "
                     & "digits and . _ - @" to ws-reject-reason

              when other
                 continue

           end-evaluate.

       store-one-account.

           move spaces to user-record
           move function trim(ws-in-user) to usr-id
           move function trim(ws-in-hash) to usr-pass-hash
           move function trim(ws-in-role) to usr-role
           move "A" to usr-status
           move zero to usr-fail-count
           move ws-now to usr-created
           move ws-now to usr-updated
           move "userload" to usr-updated-by

           write user-record
               invalid key
                   continue
           end-write

           evaluate user-file-status

              when "00"
                 add 1 to ws-loaded-count

              when "22"
                 add 1 to ws-present-count

              when other
                 add 1 to ws-reject-count
                 display "userload: write failed, status "
                     user-file-status " for "
                     function trim(ws-in-user)

           end-evaluate.

       end program userload.
