       01 static-path    pic x(256).
       01 static-found   pic x(1).
       01 static-dots    pic 9(4) usage comp-5.
       01 static-folder  pic x(256).
       01 static-head    pic x(256).
       01 static-tail    pic x(256).

       01 destiny-served pic x(1) value "n".
       copy "cacheops.cpy".

       copy "maintops.cpy".
       01 retry-after    pic x(7).
       01 retry-secs-ed  pic z(6)9.

      *> the request clock: hundredths of a second since midnight
      *> when the serve began, and the elapsed milliseconds the
      *> audit line carries
       01 clock-started         pic x(1) value "n".
       01 clock-now             pic x(21).
       01 clock-start-hsecs     pic 9(8) usage comp-5.
       01 clock-end-hsecs       pic 9(8) usage comp-5.
       01 clock-elapsed-ms      pic 9(9) usage comp-5.

       01 load-status           pic x(1).
       01 audit-file-name       pic x(200)
                                 value "cobol/config/audit.log".
          *> the runtime to zero working storage (it does not).
           move spaces to response-set-cookie
           move spaces to response-status
           move spaces to retry-after

          *> a missing/unreadable routes file means there is no table
          *> to dispatch against at all -- answered (and logged) as

                  move "y" to anyfound

                 *> the maintenance switch comes before everything
                 *> else (see checkmaint and cobol/config/maint.dat):
                 *> a route that is down is turned away without
                 *> counting against the caller's allowance, so the
                 *> retry it is told to make is not itself throttled.
                 *> a "probe" route is never taken down -- the load
                 *> balancer reads the maintenance state off it.
                  move "n" to maint-active
                  if (routing-access(ctr) not = "probe")
                     move "CHECK" to maint-operation
                     move routing-pattern(ctr) to maint-pattern
                     call 'checkmaint' using maint-request
                  end-if

                 *> the throttle comes next: a caller over its
                 *> request limit is turned away before any access
                 *> checking or destiny work is spent on it.  a
                 *> "probe" route (the load balancer's /health) is
                 *> never counted -- a poll every few seconds would
                 *> eat the anonymous pool's whole allowance.
                  if (routing-access(ctr) = "probe")
                     or (maint-is-active)
                     move "n" to throttled-flag
                  else
                     call 'ratelimit' using session-context
                 *> the rules-file scan either.
                  if (throttled-flag not = "y")
                     and (access-allowed = "y")
                     and (not maint-is-active)
                     call 'checkvalid' using routing-pattern(ctr)
                         the-values valid-flag validation-errors
                  else

                  evaluate true

                  when (maint-is-active)

                     perform route-maintenance-error

                  when (throttled-flag = "y")

                     perform route-throttled-error
                  when (routing-destiny(ctr)(1:5) = "file:")
                    or (routing-destiny(ctr)(1:4) = "dir:")

                     perform start-request-clock
                     perform serve-static-route

                 *> a public GET on a route with a cache ttl is
                    and (routing-cache-secs(ctr) > zero)
                    and (session-is-anonymous)

                     perform start-request-clock
                     perform serve-cacheable-route

                  when other

                     perform start-request-clock
                     perform call-destiny-program

                  end-evaluate
              exit paragraph
           end-if

           move routing-destiny(ctr)(5:) to static-folder

           move zero to static-dots
           inspect static-folder tallying static-dots for all "{user}"

           if (static-dots > zero)
              perform resolve-user-folder
           end-if

           if (static-folder = spaces)
              exit paragraph
           end-if

           string function trim(static-folder)
                                            delimited by size
                  "/"                       delimited by size
                  function trim(query-value(1))
               into static-path
           end-string.

      *> a "{user}" folder is the caller's own: it resolves only for
      *> a live session, and a user id that could climb out of the
      *> folder resolves to nothing at all (and so to a 404)
       resolve-user-folder.

           move zero to static-dots
           inspect session-user-id
               tallying static-dots for all ".." all "/"

           if (not session-is-authenticated)
              or (session-user-id = spaces)
              or (static-dots > zero)
              move spaces to static-folder
              exit paragraph
           end-if

           move spaces to static-head
           move spaces to static-tail

           unstring static-folder delimited by "{user}"
               into static-head static-tail
           end-unstring

           move spaces to static-folder
           string function trim(static-head)     delimited by size
                  function trim(session-user-id) delimited by size
                  function trim(static-tail)     delimited by size
               into static-folder
           end-string.

       route-static-missing-error.

           move "status: 404 Not Found" to status-line

           perform write-destiny-failed-audit-record.

      *> the matched route is down for maintenance, the whole site or
      *> this one pattern -- answered 503 with a Retry-After header
      *> saying when to come back, and logged with its own outcome
      *> so planned downtime shows up in the reports and in cowwatch
      *> as what it is, not as errors.
       route-maintenance-error.

           move "status: 503 Service Unavailable" to status-line
           move "text/html; charset=utf-8" to response-content-type
           move maint-retry-secs to retry-secs-ed
           move function trim(retry-secs-ed) to retry-after
           perform web-header

           display
               "<b>Cobol-on-Wheelchair:</b> down for maintenance"

           if (maint-reason not = spaces)
              display
                  " -- " function trim(maint-reason)
           end-if

           if (maint-until not = spaces)
              display
                  "<br>expected back by "
                  maint-until(1:4) "-" maint-until(5:2) "-"
                  maint-until(7:2) " " maint-until(9:2) ":"
                  maint-until(11:2)
           else
              display
                  "<br>please try again in a few minutes"
           end-if

           perform write-maintenance-audit-record.

      *> the caller has burned through its request allowance for the
      *> current window (see ratelimit and cobol/config/limits.dat)
      *> -- answered 429 without invoking the destiny program, and
              end-display
           end-if

           if (retry-after not = spaces)
              display
                  "Retry-After: " function trim(retry-after)
                  newline
              end-display
           end-if

           display
               "content-type: " function trim(response-content-type)
               newline
           move analyzed-query to audit-query-text
           perform append-audit-record.

       write-maintenance-audit-record.

           move function current-date to audit-timestamp
           move request-method to audit-request-method
           move "MAINTENANCE" to audit-outcome
           move routing-pattern(ctr) to audit-routing-pattern
           move routing-destiny(ctr) to audit-routing-destiny
           move analyzed-query to audit-query-text
           perform append-audit-record.

       write-startup-failed-audit-record.

           move function current-date to audit-timestamp
           move "|" to audit-filler-3
           move "|" to audit-filler-4
           move "|" to audit-filler-5
           move "|" to audit-filler-6
           move "|" to audit-filler-7
           move "|" to audit-filler-8

          *> an anonymous request carries whatever the cookie named;
          *> only a live session's user is worth recording.
           if (session-is-authenticated)
              move session-user-id to audit-user-id
              move session-role to audit-user-role
           else
              move spaces to audit-user-id
              move spaces to audit-user-role
           end-if

           perform stop-request-clock

           open extend audit-file
           if (audit-file-status = "35")
           write audit-record
           close audit-file.

      *> the clock runs from just before the serve starts to the
      *> moment its audit line is written.  current-date only goes
      *> to hundredths, so the milliseconds are in steps of ten; a
      *> request that runs across midnight wraps the clock, and the
      *> day's worth of hundredths is added back.
       start-request-clock.

           move function current-date to clock-now
           compute clock-start-hsecs
               = function numval(clock-now(9:2)) * 360000
               + function numval(clock-now(11:2)) * 6000
               + function numval(clock-now(13:2)) * 100
               + function numval(clock-now(15:2))
           move "y" to clock-started.

       stop-request-clock.

           if (clock-started not = "y")
              move zero to audit-elapsed
              exit paragraph
           end-if

           move function current-date to clock-now
           compute clock-end-hsecs
               = function numval(clock-now(9:2)) * 360000
               + function numval(clock-now(11:2)) * 6000
               + function numval(clock-now(13:2)) * 100
               + function numval(clock-now(15:2))

           if (clock-end-hsecs < clock-start-hsecs)
              add 8640000 to clock-end-hsecs
           end-if

           compute clock-elapsed-ms
               = (clock-end-hsecs - clock-start-hsecs) * 10

           if (clock-elapsed-ms > 9999999)
              move 9999999 to audit-elapsed
           else
              move clock-elapsed-ms to audit-elapsed
           end-if.

       end program cow.
