      *> checkmaint answers "is this route down for maintenance right
      *> now?" for cow, which asks before every dispatch, and for the
      *> health page.  it reads the two switches (maintops.cpy):
      *>
      *>   cobol/config/maint.job (COW_MAINT_JOB_FILE), set by a
      *>     recovery job through setmaint -- while it exists the
      *>     whole site is down
      *>   cobol/config/maint.dat (COW_MAINT_FILE), the operator's
      *>     "scope|pattern|start|end|message" lines -- SITE windows
      *>     and single-ROUTE windows, each optionally scheduled
      *>
      *> a window is open from its start (inclusive) to its end
      *> (exclusive); a window with an end tells the caller to retry
      *> once it is over, anything else to retry after
      *> COW_MAINT_RETRY seconds (default 300).  neither file
      *> existing -- the normal state -- costs two existence checks.
      *> a switch file that cannot be read takes nothing down: a
      *> broken maint.dat must not take the site with it, the same
      *> judgement ratelimit makes about its own bookkeeping.

       identification division.
       program-id. checkmaint.

       environment division.

       input-output section.

       file-control.
           select maint-file assign to dynamic maint-file-name
               organization line sequential
               file status maint-file-status.

           select job-switch-file assign to dynamic job-switch-name
               organization line sequential
               file status job-switch-status.

       data division.

       file section.

       fd  maint-file.
       01  maint-line            pic x(1200).

       fd  job-switch-file.
       01  job-switch-line       pic x(200).

       working-storage section.

       01 maint-file-name      pic x(200)
                                value "cobol/config/maint.dat".
       01 maint-file-status    pic x(2).
       01 job-switch-name      pic x(200)
                                value "cobol/config/maint.job".
       01 job-switch-status    pic x(2).

       01 ws-eof               pic x(1).
       01 ws-ptr               pic 9(4) usage comp-5.
       01 ws-scope             pic x(10).
       01 ws-in-pattern        pic x(999).
       01 ws-in-start          pic x(20).
       01 ws-in-end            pic x(20).
       01 ws-in-message        pic x(200).
       01 ws-applies           pic x(1).

       01 ws-job-stamp         pic x(14).
       01 ws-job-owner         pic x(12).
       01 ws-job-reason        pic x(80).

       01 ws-clock             pic x(21).
       01 ws-now               pic x(14).
       01 ws-retry-text        pic x(10).
       01 ws-default-retry     pic 9(7) usage comp-5.
       01 ws-stamp-work        pic x(14).
       01 ws-stamp-secs        pic 9(12) usage comp-5.
       01 ws-now-secs          pic 9(12) usage comp-5.
       01 ws-date-num          pic 9(8).
       01 ws-date-text         pic x(8).
       01 ws-hh                pic 99.
       01 ws-mi                pic 99.
       01 ws-ss                pic 99.

       01 ws-exist-details.
          05  we-file-size     pic x(8) usage comp-x.
          05  we-file-date     pic x(2) usage comp-x.
          05  we-file-time     pic x(2) usage comp-x.
          05  we-filler        pic x(24).

       linkage section.

       copy "maintops.cpy".

       procedure division using maint-request.

       0000-mainline.

           move "n" to maint-active
           move spaces to maint-reason
           move spaces to maint-until
           move zero to maint-retry-secs
           move zero to maint-route-count
           move "00" to maint-status

           move function current-date to ws-clock
           move ws-clock(1:14) to ws-now

           accept ws-retry-text from environment "COW_MAINT_RETRY"
               on exception move spaces to ws-retry-text
           end-accept

           if (ws-retry-text not = spaces)
              and (function trim(ws-retry-text) is numeric)
              and (function length(function trim(ws-retry-text)) <= 7)
              move function numval(ws-retry-text) to ws-default-retry
           else
              move 300 to ws-default-retry
           end-if

           perform check-job-switch

           if (not maint-is-active)
              or (maint-pattern = spaces)
              perform check-maint-file
           end-if

           goback.

      *> a job's switch: "stamp|program|reason", one line
       check-job-switch.

           accept job-switch-name
                   from environment "COW_MAINT_JOB_FILE"
               on exception
                   move "cobol/config/maint.job" to job-switch-name
           end-accept

           call "CBL_CHECK_FILE_EXIST" using
                   job-switch-name ws-exist-details

           if (return-code not = 0)
              move 0 to return-code
              exit paragraph
           end-if
           move 0 to return-code

           open input job-switch-file

           if (job-switch-status not = "00")
              exit paragraph
           end-if

           move spaces to job-switch-line

           read job-switch-file
               at end move spaces to job-switch-line
           end-read

           close job-switch-file

           move spaces to ws-job-stamp
           move spaces to ws-job-owner
           move spaces to ws-job-reason
           move 1 to ws-ptr

           unstring job-switch-line delimited by "|"
               into ws-job-stamp ws-job-owner ws-job-reason
               with pointer ws-ptr
           end-unstring

           move "y" to maint-active
           move ws-default-retry to maint-retry-secs

           if (ws-job-reason = spaces)
              string function trim(ws-job-owner)  delimited by size
                     " is running"                delimited by size
                  into maint-reason
              end-string
           else
              move ws-job-reason to maint-reason
           end-if.

       check-maint-file.

           accept maint-file-name from environment "COW_MAINT_FILE"
               on exception
                   move "cobol/config/maint.dat" to maint-file-name
           end-accept

           call "CBL_CHECK_FILE_EXIST" using
                   maint-file-name ws-exist-details

           if (return-code not = 0)
              move 0 to return-code
              exit paragraph
           end-if
           move 0 to return-code

           open input maint-file

           if (maint-file-status not = "00")
              exit paragraph
           end-if

           move "n" to ws-eof

           perform check-one-maint-line
               until (ws-eof = "y")

           close maint-file.

      *> the first open window that covers the caller wins; for the
      *> site question every open ROUTE window is counted as well
       check-one-maint-line.

           read maint-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              or (maint-line = spaces)
              or (maint-line(1:1) = "*")
              exit paragraph
           end-if

           move spaces to ws-scope
           move spaces to ws-in-pattern
           move spaces to ws-in-start
           move spaces to ws-in-end
           move spaces to ws-in-message
           move 1 to ws-ptr

           unstring maint-line delimited by "|"
               into ws-scope ws-in-pattern ws-in-start ws-in-end
                    ws-in-message
               with pointer ws-ptr
           end-unstring

           move function upper-case(ws-scope) to ws-scope

           perform check-window-open

           if (ws-applies = "n")
              exit paragraph
           end-if

           evaluate true

              when (ws-scope = "SITE")
                 continue

              when (ws-scope = "ROUTE")
                and (maint-pattern = spaces)
                 add 1 to maint-route-count
                 exit paragraph

              when (ws-scope = "ROUTE")
                and (ws-in-pattern = maint-pattern)
                 continue

              when other
                 exit paragraph

           end-evaluate

           if (maint-is-active)
              exit paragraph
           end-if

           move "y" to maint-active
           move ws-in-message to maint-reason

           if (ws-in-end = spaces)
              move ws-default-retry to maint-retry-secs
              exit paragraph
           end-if

           move ws-in-end(1:14) to maint-until

           move ws-now to ws-stamp-work
           perform stamp-to-seconds
           move ws-stamp-secs to ws-now-secs

           move maint-until to ws-stamp-work
           perform stamp-to-seconds

           if (ws-stamp-secs - ws-now-secs > 9999999)
              move 9999999 to maint-retry-secs
           else
              compute maint-retry-secs = ws-stamp-secs - ws-now-secs
           end-if.

      *> ws-applies "y" when now is inside the line's window; a
      *> start or end that is not a 14-digit stamp closes it
       check-window-open.

           move "n" to ws-applies

           if (ws-in-start not = spaces)
              if (function trim(ws-in-start) is not numeric)
                 or (function length(function trim(ws-in-start))
                        not = 14)
                 exit paragraph
              end-if
              if (ws-in-start(1:14) > ws-now)
                 exit paragraph
              end-if
           end-if

           if (ws-in-end not = spaces)
              if (function trim(ws-in-end) is not numeric)
                 or (function length(function trim(ws-in-end))
                        not = 14)
                 exit paragraph
              end-if
              if (ws-in-end(1:14) <= ws-now)
                 exit paragraph
              end-if
           end-if

           move "y" to ws-applies.

       stamp-to-seconds.

           move ws-stamp-work(1:8) to ws-date-text
           move function numval(ws-date-text) to ws-date-num
           move ws-stamp-work(9:2) to ws-hh
           move ws-stamp-work(11:2) to ws-mi
           move ws-stamp-work(13:2) to ws-ss

           compute ws-stamp-secs
               = function integer-of-date(ws-date-num) * 86400
               + ws-hh * 3600 + ws-mi * 60 + ws-ss.

       end program checkmaint.
