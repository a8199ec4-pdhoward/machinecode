      *>   templates  the template directory is readable
      *>   audit      the audit log can be opened for append
      *>
      *> the page also reports the maintenance switch (checkmaint):
      *> whether the whole site is down, why and until when, and how
      *> many single routes are.  that line never turns the answer
      *> into a 503 -- planned downtime is cow answering exactly as
      *> told, and draining every box over it would only swap the
      *> maintenance page for the balancer's own error.
      *>
      *> the page is built with plain strings, never render -- a
      *> health check that needs the template machinery it is
      *> checking would go down with it.
       01 ws-template-probe    pic x(200).

       01 ws-check-table.
          05 ws-check-entry      occurs 6 times.
             10 hc-name          pic x(12).
             10 hc-status        pic x(4).
             10 hc-note          pic x(120).

       01 ws-check-ctr         pic 9(4) usage comp-5.
       01 ws-all-up            pic x(1) value "y".
       01 ws-body-ptr          pic 9(4) usage comp-5.
       01 ws-note-ptr          pic 9(4) usage comp-5.
       01 ws-disp-count        pic z(3)9.

       copy "maintops.cpy".

       copy "routetbl.cpy".
       01 ws-load-status       pic x(1).
           move "master" to hc-name(3)
           move "templates" to hc-name(4)
           move "audit" to hc-name(5)
           move "maintenance" to hc-name(6)

           perform varying ws-check-ctr from 1 by 1
               until (ws-check-ctr > 6)
               move "down" to hc-status(ws-check-ctr)
               move spaces to hc-note(ws-check-ctr)
           end-perform
           perform check-master-file
           perform check-template-dir
           perform check-audit-log
           perform check-maintenance

           perform varying ws-check-ctr from 1 by 1
               until (ws-check-ctr > 5)
              move audit-file-status to hc-note(5)(32:2)
           end-if.

      *> the maintenance line is "off" or "on", never "up" or
      *> "down", and is left out of the all-up test above.
       check-maintenance.

           move "CHECK" to maint-operation
           move spaces to maint-pattern
           call 'checkmaint' using maint-request

           move 1 to ws-note-ptr

           if (maint-is-active)
              move "on" to hc-status(6)
              string "whole site: " delimited by size
                     function trim(maint-reason) delimited by size
                  into hc-note(6)
                  with pointer ws-note-ptr
              end-string
              if (maint-until not = spaces)
                 string ", until "        delimited by size
                        maint-until(1:4)  delimited by size
                        "-"               delimited by size
                        maint-until(5:2)  delimited by size
                        "-"               delimited by size
                        maint-until(7:2)  delimited by size
                        " "               delimited by size
                        maint-until(9:2)  delimited by size
                        ":"               delimited by size
                        maint-until(11:2) delimited by size
                     into hc-note(6)
                     with pointer ws-note-ptr
                 end-string
              end-if
           else
              move "off" to hc-status(6)
           end-if

           if (maint-route-count > zero)
              if (maint-is-active)
                 string "; " delimited by size
                     into hc-note(6)
                     with pointer ws-note-ptr
                 end-string
              end-if
              move maint-route-count to ws-disp-count
              string function trim(ws-disp-count) delimited by size
                     " route(s) down"             delimited by size
                  into hc-note(6)
                  with pointer ws-note-ptr
              end-string
           end-if.

       build-status-page.

           move 1 to ws-body-ptr

           perform write-one-check-line
               varying ws-check-ctr from 1 by 1
               until (ws-check-ctr > 6)

           string "</ul>" delimited by size
               into response-body
