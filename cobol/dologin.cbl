      *> dologin is the login front-end the session machinery always
      *> assumed: GET /login renders the sign-in form (a render
      *> template, like every other page), and POST /login checks the
      *> submitted user and pass against the user master
      *> (userrec.cpy -- cobol/config/usermast.dat, maintained
      *> through the useradm screens, hashes made with the same
      *> hashpass the pwhash utility calls).  on a match a session
      *> record (sessrec.cpy) is written to the server-side session
      *> file with a generated sess-id and an expiry, and the cowsid
      *> cookie is handed back through response-set-cookie so the
      *> very next request comes in authenticated through getsession.
      *> a wrong user or password re-renders the form with an error
      *> line and writes no session.
      *>
      *> every wrong password for a known user is counted on the
      *> user's record (usr-fail-count, usr-last-fail); a good sign-in
      *> resets the count and stamps usr-last-login.  once the count
      *> reaches the LOCKOUT limit in cobol/config/limits.dat (default
      *> 5, 0 turns lockout off) the account is locked: its status
      *> goes to "L", any session it still holds is ended through
      *> sesskill, and a LOCKOUT line goes to the alert log, so a
      *> password-guessing run shows up as an alert instead of as
      *> ordinary traffic.  a locked or disabled account is refused
      *> without its password being checked at all -- only an
      *> administrator re-enabling it through useradm lets it back in.
      *>
      *> session lifetime is COW_SESSION_HOURS hours (default 8), the
      *> same edit-the-scheduler-no-rebuild arrangement as the audit
       input-output section.

       file-control.
           select user-file assign to dynamic user-file-name
               organization indexed
               access mode random
               record key usr-id
               file status user-file-status.

           select limits-file assign to dynamic limits-file-name
               organization line sequential
               file status limits-file-status.

           select alert-file assign to dynamic alert-file-name
               organization line sequential
               file status alert-file-status.

           select session-file assign to dynamic session-file-name
               organization indexed

       file section.

       fd  user-file.
       copy "userrec.cpy".

       fd  limits-file.
       01  limits-line           pic x(80).

       fd  alert-file.
       01  alert-line            pic x(160).

       fd  session-file.
       copy "sessrec.cpy".

       working-storage section.

       01 user-file-name       pic x(200)
                                value "cobol/config/usermast.dat".
       01 user-file-status     pic x(2).
       01 limits-file-name     pic x(200)
                                value "cobol/config/limits.dat".
       01 limits-file-status   pic x(2).
       01 alert-file-name      pic x(200)
                                value "cobol/config/alert.log".
       01 alert-file-status    pic x(2).
       01 session-file-name    pic x(200)
                                value "cobol/config/sessions.dat".
       01 session-file-status  pic x(2).

       01 ws-request-method    pic x(7).
       01 ws-eof               pic x(1).

       01 ws-form-user         pic x(30).
       01 ws-form-pass         pic x(60).
       01 ws-find-ctr          pic 99 usage comp-5.

      *> "y" signed in, "n" unknown user or wrong password, "l"
      *> this failure just locked the account, "x" the account was
      *> already locked or disabled
       01 ws-matched           pic x(1).
       01 ws-matched-role      pic x(20).
      *> the account a failure just locked, kept past the close of
      *> the user file for the session sweep and the alert
       01 ws-locked-id         pic x(30).
       01 ws-locked-fails      pic 9(4).

       01 ws-config-ptr        pic 9(4) usage comp-5.
       01 ws-config-name       pic x(10).
       01 ws-config-value      pic x(10).
       01 ws-lockout-limit     pic 9(4) usage comp-5.
       01 ws-fail-disp         pic z,zz9.

       01 ws-kill-count        pic 9(7) usage comp-5.
       01 ws-kill-status       pic x(2).
       01 ws-alert-ptr         pic 9(4) usage comp-5.

       01 ws-pass-hash         pic 9(16).
       01 ws-pass-hash-text    pic x(16).
              perform check-credentials
           end-if

           evaluate ws-matched

              when "y"
                 perform establish-session

              when "l"
                 move spaces to ws-page-values
                 move "error" to ws-page-name(1)
                 string
                     "<p><b>too many failed sign-ins -- this account "
                     "is now locked; ask an administrator to "
                     "re-enable it</b></p>"
                     delimited by size
                     into ws-page-value(1)
                 end-string
                 perform render-login-form

              when "x"
                 move spaces to ws-page-values
                 move "error" to ws-page-name(1)
                 string
                     "<p><b>this account is locked or disabled -- "
                     "ask an administrator to re-enable it</b></p>"
                     delimited by size
                     into ws-page-value(1)
                 end-string
                 perform render-login-form

              when other
                 move spaces to ws-page-values
                 move "error" to ws-page-name(1)
                 move "<p><b>unknown user or wrong password</b></p>"
                     to ws-page-value(1)
                 perform render-login-form

           end-evaluate

           goback.

           end-perform.

      *> the submitted password is hashed with the same hashpass the
      *> pwhash utility calls, and only the hashes are compared -- the
      *> clear text never touches disk.  the user's record is read by
      *> key and, whatever the outcome, rewritten with the updated
      *> failure count or last-login stamp before the file is closed.
      *> a missing or unreadable user master fails every login; it
      *> never falls open.
       check-credentials.

           call 'hashpass' using ws-id-seed ws-pass-hash
           move ws-pass-hash to ws-pass-hash-text

           move function current-date to ws-clock
           move ws-clock(1:14) to ws-now

           perform load-lockout-config

           accept user-file-name from environment "COW_USER_FILE"
               on exception
                   move "cobol/config/usermast.dat"
                       to user-file-name
           end-accept

           open i-o user-file

           if (user-file-status not = "00")
              exit paragraph
           end-if

           move function trim(ws-form-user) to usr-id

           read user-file
               invalid key
                   continue
           end-read

           if (user-file-status not = "00")
              close user-file
              exit paragraph
           end-if

           evaluate true

              when (not usr-is-active)
                 move "x" to ws-matched

              when (usr-pass-hash = ws-pass-hash-text)
                 move "y" to ws-matched
                 move usr-role to ws-matched-role
                 move zero to usr-fail-count
                 move ws-now to usr-last-login
                 perform rewrite-user-record

              when other
                 perform record-failed-sign-in

           end-evaluate

           close user-file

           if (ws-matched = "l")
              perform end-locked-user-sessions
              perform raise-lockout-alert
           end-if.

      *> one more failure in the user's current run; reaching the
      *> limit locks the account on the same rewrite, so there is no
      *> window in which the count is over the limit and the account
      *> still open.
       record-failed-sign-in.

           if (usr-fail-count < 9999)
              add 1 to usr-fail-count
           end-if

           move ws-now to usr-last-fail

           if (ws-lockout-limit > zero)
              and (usr-fail-count >= ws-lockout-limit)
              move "L" to usr-status
              move ws-now to usr-updated
              move "dologin" to usr-updated-by
              move "l" to ws-matched
              move usr-id to ws-locked-id
              move usr-fail-count to ws-locked-fails
           end-if

           perform rewrite-user-record.

       rewrite-user-record.

           rewrite user-record
               invalid key
                   continue
           end-rewrite.

      *> "LOCKOUT|count" in the ratelimit settings file sets how many
      *> consecutive failures lock an account; the line is optional
      *> and ratelimit skips it as a name it does not know.  a
      *> malformed line keeps the built-in 5, the same forgiving
      *> treatment the other limits get.
       load-lockout-config.

           move 5 to ws-lockout-limit

           accept limits-file-name
                   from environment "COW_LIMITS_FILE"
               on exception
                   move "cobol/config/limits.dat"
                       to limits-file-name
           end-accept

           open input limits-file

           if (limits-file-status not = "00")
              exit paragraph
           end-if

           move "n" to ws-eof

           perform load-one-limit-line
               until (ws-eof = "y")

           close limits-file.

       load-one-limit-line.

           read limits-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "n") and (limits-line not = spaces)
              and (limits-line(1:1) not = "*")

              move spaces to ws-config-name
              move spaces to ws-config-value
              move 1 to ws-config-ptr

              unstring limits-line delimited by "|"
                  into ws-config-name ws-config-value
                  with pointer ws-config-ptr
              end-unstring

              if (ws-config-name = "LOCKOUT")
                 and (function trim(ws-config-value) is numeric)
                 and (ws-config-value not = spaces)
                 move function numval(ws-config-value)
                     to ws-lockout-limit
              end-if

           end-if.

      *> the account is locked from this request on, so any session
      *> it already holds -- quite possibly the guesser's own, or
      *> the real owner's on another machine -- ends with it.
       end-locked-user-sessions.

           call 'sesskill' using ws-locked-id ws-kill-count
               ws-kill-status

          *> standard output is the http response, so the failure goes
          *> to the web server's error log; the alert line carries it
          *> to the operator as well
           if (ws-kill-status not = "00")
              display "dologin: sessions of "
                  function trim(ws-locked-id)
                  " not ended, session file status " ws-kill-status
                  upon syserr
           end-if.

       raise-lockout-alert.

           move ws-locked-fails to ws-fail-disp

           move spaces to alert-line
           move 1 to ws-alert-ptr
           string function current-date          delimited by size
                  "|LOCKOUT|"                    delimited by size
                  function trim(ws-locked-id)    delimited by size
                  " locked after "               delimited by size
                  function trim(ws-fail-disp)    delimited by size
                  " failed sign-in(s)"           delimited by size
               into alert-line
               with pointer ws-alert-ptr
           end-string

           if (ws-kill-status not = "00")
              string ", sessions not ended, status " delimited by size
                     ws-kill-status                   delimited by size
                  into alert-line
                  with pointer ws-alert-ptr
              end-string
           end-if

           open extend alert-file
           if (alert-file-status = "35")
              open output alert-file
           end-if
           if (alert-file-status = "00")
              write alert-line
              close alert-file
           end-if.

      *> a good login writes the session record and hands the cookie
      *> back in one motion.  the sess-id mixes the full-precision
      *> clock with a hash of user + clock, so two logins in the same
