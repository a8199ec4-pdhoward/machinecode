      *> useradm is the administrators' maintenance screen for the
      *> user master (userrec.cpy).  routes.dat gives it four routes,
      *> all restricted to the admin role:
      *>
      *>   GET  /admin/users           the account list, 15 to a page
      *>                               (?from=<user> pages forward),
      *>                               with the add-a-user form
      *>   POST /admin/users           add a user (user, pass, role)
      *>   GET  /admin/users/:account  one account, with its forms
      *>   POST /admin/users/:account  apply one action to it:
      *>                               action=disable, enable, role
      *>                               (with role) or password (with
      *>                               pass)
      *>
      *> which screen answers is decided by whether the request
      *> carries an account path parameter and by the method, so the
      *> program does not care what the patterns are spelled like.
      *>
      *> disable turns the account off and ends every live session
      *> it holds through sesskill, so the change bites on the next
      *> request rather than at the next COW_SESSION_HOURS expiry.
      *> a role change and a password reset end the sessions too --
      *> a session carries the role it signed in with, and a reset
      *> usually means the old password is no longer trusted.
      *> enable re-opens a disabled or locked account with a clean
      *> failure count; a password reset clears the count and
      *> unlocks a locked account, but leaves a disabled one
      *> disabled.  an administrator cannot disable or re-role their
      *> own account, so the last admin cannot lock everyone out.
      *>
      *> user ids and roles are restricted to letters, digits and
      *> ". _ - @" -- they end up in urls, in routes.dat's access
      *> column and in file names, and none of those has any use for
      *> anything else.  every change stamps usr-updated and
      *> usr-updated-by with the administrator who made it.

       identification division.
       program-id. useradm.

       environment division.

       configuration section.

       special-names.
           class user-id-char is "a" thru "z" "A" thru "Z"
                                 "0" thru "9" "." "_" "-" "@".

       input-output section.

       file-control.
           select user-file assign to dynamic user-file-name
               organization indexed
               access mode dynamic
               record key usr-id
               file status user-file-status.

       data division.

       file section.

       fd  user-file.
       copy "userrec.cpy".

       working-storage section.

       01 user-file-name       pic x(200)
                                value "cobol/config/usermast.dat".
       01 user-file-status     pic x(2).
       01 user-file-open       pic x(1).

       01 ws-request-method    pic x(7).

       01 ws-want-name         pic x(90).
       01 ws-found-value       pic x(90).
       01 ws-find-ctr          pic 99 usage comp-5.

       01 ws-account           pic x(30).
       01 ws-bad-account       pic x(1).
       01 ws-action            pic x(20).
       01 ws-form-user         pic x(90).
       01 ws-form-pass         pic x(90).
       01 ws-form-role         pic x(90).
       01 ws-from              pic x(90).
       01 ws-check-length      pic 9(4) usage comp-5.
       01 ws-check-ok          pic x(1).

       01 ws-pass-seed         pic x(60).
       01 ws-pass-hash         pic 9(16).

       01 ws-clock             pic x(21).
       01 ws-now               pic x(14).

       01 ws-message           pic x(200).
       01 ws-row-count         pic 9(4) usage comp-5.
       01 ws-rows              pic x(3200).
       01 ws-rows-ptr          pic 9(4) usage comp-5.
       01 ws-list-done         pic x(1).
       01 ws-next-from         pic x(30).

       01 ws-status-word       pic x(10).
       01 ws-fails-disp        pic z,zz9.
       01 ws-stamp-in          pic x(14).
       01 ws-stamp-out         pic x(19).

       01 ws-kill-count        pic 9(7) usage comp-5.
       01 ws-kill-status       pic x(2).
       01 ws-kill-disp         pic z,zz9.

       01 ws-template-name     pic x(30).
       01 ws-render-status     pic x(1).

       01 ws-page-values.
          05 ws-page-pairs         occurs 10 times.
            10 ws-page-name        pic x(90).
            10 ws-page-value       pic x(3200).

       linkage section.

       copy "valuelist.cpy".
       copy "session.cpy".

       01 response-content-type pic x(40).
       copy "response.cpy".
       01 matched-pattern       pic x(999).
       01 raw-query             pic x(3200).

       procedure division using the-values session-context
                                 response-content-type
                                 response-body overflow-count
                                 truncated-flag
                                 matched-pattern raw-query
                                 response-overflow-flag
                                 response-set-cookie
                                 response-status.

       0000-mainline.

           accept ws-request-method from environment "REQUEST_METHOD"
               on exception move spaces to ws-request-method
           end-accept

           move function current-date to ws-clock
           move ws-clock(1:14) to ws-now

           move spaces to ws-message

           move "account" to ws-want-name
           perform find-field-value
           move ws-found-value to ws-account

          *> no account can hold a character outside user-id-char, so
          *> a path that does is no account at all -- and is never
          *> echoed back onto the page.
           move "n" to ws-bad-account
           if (ws-account not = spaces)
              perform check-name-characters
              if (ws-check-ok not = "y")
                 move "y" to ws-bad-account
              end-if
           end-if

           perform open-user-file

           evaluate true

              when (user-file-open not = "y")
                 continue

              when (ws-bad-account = "y")
                 move "no such user" to ws-message

              when (ws-account = spaces)
                and (ws-request-method = "POST")
                 perform add-user

              when (ws-account not = spaces)
                and (ws-request-method = "POST")
                 perform apply-user-action

              when other
                 continue

           end-evaluate

           if (ws-account = spaces)
              or (ws-bad-account = "y")
              perform show-user-list
           else
              perform show-user-detail
           end-if

           if (user-file-open = "y")
              close user-file
           end-if

           goback.

      *> the first add on a brand-new installation creates the file,
      *> the same status-35 trick dologin uses for the session file.
      *> one that exists and will not open is reported on the page.
       open-user-file.

           move "n" to user-file-open

           accept user-file-name from environment "COW_USER_FILE"
               on exception
                   move "cobol/config/usermast.dat"
                       to user-file-name
           end-accept

           open i-o user-file

           if (user-file-status = "35")
              open output user-file
              close user-file
              open i-o user-file
           end-if

           if (user-file-status = "00")
              move "y" to user-file-open
           else
              move spaces to ws-message
              string "user master unavailable, file status "
                                                delimited by size
                     user-file-status           delimited by size
                  into ws-message
              end-string
           end-if.

       find-field-value.

           move spaces to ws-found-value

           perform varying ws-find-ctr from 1 by 1
               until (ws-find-ctr > 10)

               if (query-value-name(ws-find-ctr) = ws-want-name)
                  move query-value(ws-find-ctr) to ws-found-value
                  move 11 to ws-find-ctr
               end-if

           end-perform.

      *> ----------------------------------------------------------
      *> add a user
      *> ----------------------------------------------------------
       add-user.

           move "user" to ws-want-name
           perform find-field-value
           move function trim(ws-found-value) to ws-form-user

           move "pass" to ws-want-name
           perform find-field-value
           move ws-found-value to ws-form-pass

           move "role" to ws-want-name
           perform find-field-value
           move function trim(ws-found-value) to ws-form-role

           evaluate true

              when (ws-form-user = spaces)
                or (ws-form-pass = spaces)
                or (ws-form-role = spaces)
                 move "user, password and role are all required"
                     to ws-message
                 exit paragraph

              when (function length(function trim(ws-form-user))
                       > 30)
                 move "user id is over 30 characters" to ws-message
                 exit paragraph

              when (function length(function trim(ws-form-pass))
                       > 60)
                 move "password is over 60 characters" to ws-message
                 exit paragraph

              when other
                 continue

           end-evaluate

           move ws-form-user to ws-found-value
           perform check-name-characters

           if (ws-check-ok not = "y")
              move "user id may only hold letters, digits and . _ - @"
                  to ws-message
              exit paragraph
           end-if

           perform check-form-role

           if (ws-message not = spaces)
              exit paragraph
           end-if

           move ws-form-pass to ws-pass-seed
           call 'hashpass' using ws-pass-seed ws-pass-hash

           move spaces to user-record
           move ws-form-user to usr-id
           move ws-pass-hash to usr-pass-hash
           move ws-form-role to usr-role
           move "A" to usr-status
           move zero to usr-fail-count
           move ws-now to usr-created
           move ws-now to usr-updated
           move session-user-id to usr-updated-by

           write user-record
               invalid key
                   continue
           end-write

           evaluate user-file-status
              when "00"
                 string "user " delimited by size
                        function trim(ws-form-user) delimited by size
                        " added" delimited by size
                     into ws-message
                 end-string
              when "22"
                 string "user " delimited by size
                        function trim(ws-form-user) delimited by size
                        " already exists" delimited by size
                     into ws-message
                 end-string
              when other
                 string "add failed, file status " delimited by size
                        user-file-status delimited by size
                     into ws-message
                 end-string
           end-evaluate.

      *> the value to check is in ws-found-value; anything outside
      *> the user-id-char class fails it.
       check-name-characters.

           move "y" to ws-check-ok
           move function length(function trim(ws-found-value))
               to ws-check-length

           if (ws-found-value = spaces)
              or (ws-found-value(1:ws-check-length)
                     is not user-id-char)
              move "n" to ws-check-ok
           end-if.

       check-form-role.

           if (function length(function trim(ws-form-role)) > 20)
              move "role is over 20 characters" to ws-message
              exit paragraph
           end-if

           move ws-form-role to ws-found-value
           perform check-name-characters

           if (ws-check-ok not = "y")
              move "role may only hold letters, digits and . _ - @"
                  to ws-message
           end-if.

      *> ----------------------------------------------------------
      *> one action against one account
      *> ----------------------------------------------------------
       apply-user-action.

           move "action" to ws-want-name
           perform find-field-value
           move function trim(ws-found-value) to ws-action

           move ws-account to usr-id

           read user-file
               invalid key
                   continue
           end-read

           if (user-file-status not = "00")
              move "no such user" to ws-message
              exit paragraph
           end-if

           evaluate ws-action

              when "disable"
                 perform disable-account

              when "enable"
                 perform enable-account

              when "role"
                 perform change-account-role

              when "password"
                 perform reset-account-password

              when other
                 move "nothing to do -- choose an action"
                     to ws-message

           end-evaluate.

       disable-account.

           if (usr-id = session-user-id)
              move "you cannot disable your own account"
                  to ws-message
              exit paragraph
           end-if

           move "D" to usr-status
           perform rewrite-account

           if (user-file-status = "00")
              move "account disabled" to ws-message
              perform end-account-sessions
           end-if.

       enable-account.

           move "A" to usr-status
           move zero to usr-fail-count
           perform rewrite-account

           if (user-file-status = "00")
              move "account enabled, failure count cleared"
                  to ws-message
           end-if.

       change-account-role.

           move "role" to ws-want-name
           perform find-field-value
           move function trim(ws-found-value) to ws-form-role

           if (ws-form-role = spaces)
              move "give the new role" to ws-message
              exit paragraph
           end-if

           if (usr-id = session-user-id)
              move "you cannot change your own role" to ws-message
              exit paragraph
           end-if

           perform check-form-role

           if (ws-message not = spaces)
              exit paragraph
           end-if

           move ws-form-role to usr-role
           perform rewrite-account

           if (user-file-status = "00")
              move spaces to ws-message
              string "role changed to " delimited by size
                     function trim(ws-form-role) delimited by size
                  into ws-message
              end-string
              perform end-account-sessions
           end-if.

       reset-account-password.

           move "pass" to ws-want-name
           perform find-field-value
           move ws-found-value to ws-form-pass

           if (ws-form-pass = spaces)
              move "give the new password" to ws-message
              exit paragraph
           end-if

           if (function length(function trim(ws-form-pass)) > 60)
              move "password is over 60 characters" to ws-message
              exit paragraph
           end-if

           move ws-form-pass to ws-pass-seed
           call 'hashpass' using ws-pass-seed ws-pass-hash

           move ws-pass-hash to usr-pass-hash
           move zero to usr-fail-count

           if (usr-is-locked)
              move "A" to usr-status
           end-if

           perform rewrite-account

           if (user-file-status = "00")
              move "password reset" to ws-message
              perform end-account-sessions
           end-if.

       rewrite-account.

           move ws-now to usr-updated
           move session-user-id to usr-updated-by

           rewrite user-record
               invalid key
                   continue
           end-rewrite

           if (user-file-status not = "00")
              move spaces to ws-message
              string "update failed, file status " delimited by size
                     user-file-status delimited by size
                  into ws-message
              end-string
           end-if.

      *> the message already says what was done; the session count
      *> is added to it, and a sweep that could not finish is said
      *> out loud -- the administrator must know a session may still
      *> be live.
       end-account-sessions.

           call 'sesskill' using usr-id ws-kill-count ws-kill-status

           move ws-kill-count to ws-kill-disp

           if (ws-kill-status = "00")
              string function trim(ws-message) delimited by size
                     "; "                      delimited by size
                     function trim(ws-kill-disp)
                                               delimited by size
                     " live session(s) ended"  delimited by size
                  into ws-message
              end-string
           else
              string function trim(ws-message) delimited by size
                     "; WARNING: sessions could not all be ended, "
                                               delimited by size
                     "session file status "    delimited by size
                     ws-kill-status            delimited by size
                  into ws-message
              end-string
           end-if.

      *> ----------------------------------------------------------
      *> the account list
      *> ----------------------------------------------------------
       show-user-list.

           move spaces to ws-rows
           move 1 to ws-rows-ptr
           move zero to ws-row-count
           move spaces to ws-next-from
           move "n" to ws-list-done

           if (user-file-open = "y")

              move "from" to ws-want-name
              perform find-field-value
              move ws-found-value to ws-from

              move ws-from to usr-id

              start user-file
                  key is not less than usr-id
                  invalid key
                      move "y" to ws-list-done
              end-start

              perform list-one-user
                  until (ws-list-done = "y")

           end-if

           move spaces to ws-page-values

           move "message" to ws-page-name(1)
           perform build-message-value

           move "rows" to ws-page-name(2)
           move ws-rows to ws-page-value(2)

           move "more" to ws-page-name(3)
           if (ws-next-from not = spaces)
              string '<p><a href="/admin/users?from='
                                                delimited by size
                     function trim(ws-next-from) delimited by size
                     '">next page</a></p>'      delimited by size
                  into ws-page-value(3)
              end-string
           end-if

           move "useradm" to ws-template-name
           perform render-template.

      *> fifteen rows to a page; reading a sixteenth only to learn
      *> where the next page starts.
       list-one-user.

           read user-file next record
               at end
                   move "y" to ws-list-done
           end-read

           if (ws-list-done = "y")
              exit paragraph
           end-if

           if (ws-row-count = 15)
              move usr-id to ws-next-from
              move "y" to ws-list-done
              exit paragraph
           end-if

           add 1 to ws-row-count

           perform describe-status
           move usr-fail-count to ws-fails-disp
           move usr-last-login to ws-stamp-in
           perform format-stamp

           string '<tr><td><a href="/admin/users/'
                                             delimited by size
                  function trim(usr-id)      delimited by size
                  '">'                       delimited by size
                  function trim(usr-id)      delimited by size
                  "</a></td><td>"            delimited by size
                  function trim(usr-role)    delimited by size
                  "</td><td>"                delimited by size
                  function trim(ws-status-word)
                                             delimited by size
                  "</td><td>"                delimited by size
                  function trim(ws-fails-disp)
                                             delimited by size
                  "</td><td>"                delimited by size
                  function trim(ws-stamp-out)
                                             delimited by size
                  "</td></tr>"               delimited by size
               into ws-rows
               with pointer ws-rows-ptr
               on overflow
                   move usr-id to ws-next-from
                   move "y" to ws-list-done
           end-string.

      *> ----------------------------------------------------------
      *> one account
      *> ----------------------------------------------------------
       show-user-detail.

           move spaces to ws-page-values

           move "account" to ws-page-name(2)
           move ws-account to ws-page-value(2)

           if (user-file-open = "y")

              move ws-account to usr-id

              read user-file
                  invalid key
                      continue
              end-read

              if (user-file-status = "00")
                 perform fill-detail-values
              else
                 if (ws-message = spaces)
                    move "no such user" to ws-message
                 end-if
              end-if

           end-if

           move "message" to ws-page-name(1)
           perform build-message-value

           move "useredit" to ws-template-name
           perform render-template.

       fill-detail-values.

           move "role" to ws-page-name(3)
           move usr-role to ws-page-value(3)

           perform describe-status
           move "status" to ws-page-name(4)
           move ws-status-word to ws-page-value(4)

           move usr-fail-count to ws-fails-disp
           move "fails" to ws-page-name(5)
           move function trim(ws-fails-disp) to ws-page-value(5)

           move usr-last-login to ws-stamp-in
           perform format-stamp
           move "lastlogin" to ws-page-name(6)
           move ws-stamp-out to ws-page-value(6)

           move usr-last-fail to ws-stamp-in
           perform format-stamp
           move "lastfail" to ws-page-name(7)
           move ws-stamp-out to ws-page-value(7)

           move usr-created to ws-stamp-in
           perform format-stamp
           move "created" to ws-page-name(8)
           move ws-stamp-out to ws-page-value(8)

           move usr-updated to ws-stamp-in
           perform format-stamp
           move "updated" to ws-page-name(9)
           string function trim(ws-stamp-out) delimited by size
                  " by "                      delimited by size
                  function trim(usr-updated-by)
                                              delimited by size
               into ws-page-value(9)
           end-string.

       build-message-value.

           if (ws-message not = spaces)
              string "<p><b>"                   delimited by size
                     function trim(ws-message)  delimited by size
                     "</b></p>"                 delimited by size
                  into ws-page-value(1)
              end-string
           end-if.

       describe-status.

           evaluate true
              when usr-is-active
                 move "active" to ws-status-word
              when usr-is-disabled
                 move "disabled" to ws-status-word
              when usr-is-locked
                 move "locked" to ws-status-word
              when other
                 move usr-status to ws-status-word
           end-evaluate.

      *> yyyymmddhhmmss shown as yyyy-mm-dd hh:mm:ss; a blank stamp
      *> is an event that has never happened.
       format-stamp.

           move spaces to ws-stamp-out

           if (ws-stamp-in = spaces)
              move "never" to ws-stamp-out
              exit paragraph
           end-if

           string ws-stamp-in(1:4)  delimited by size
                  "-"               delimited by size
                  ws-stamp-in(5:2)  delimited by size
                  "-"               delimited by size
                  ws-stamp-in(7:2)  delimited by size
                  " "               delimited by size
                  ws-stamp-in(9:2)  delimited by size
                  ":"               delimited by size
                  ws-stamp-in(11:2) delimited by size
                  ":"               delimited by size
                  ws-stamp-in(13:2) delimited by size
               into ws-stamp-out
           end-string.

       render-template.

           call 'render' using ws-template-name ws-page-values
               the-values session-context response-body
               response-overflow-flag ws-render-status

           if (ws-render-status not = "y")
              move spaces to response-body
              string
                  "<b>Cobol-on-Wheelchair error:</b> template "
                  function trim(ws-template-name)
                  " could not be read"
                  delimited by size
                  into response-body
              end-string
           end-if.

       end program useradm.
