      *> jobscrn is the web side of the job queue: it puts work too
      *> slow for one request on the queue for the jobrun worker and
      *> shows each caller where their jobs have got to.
      *>
      *>   GET  /jobs        "my jobs": the caller's latest 20 jobs,
      *>                     newest first, each finished job with a
      *>                     link to its output
      *>   GET  /jobs/new    the submit form
      *>   POST /jobs/new    queue the job (type, param1, param2)
      *>
      *> the jobs are the ones jobrun knows -- EXPORT a record type,
      *> IMPORT a delivered feed, the ACCESS review and the SLA
      *> report -- with their parameters checked here, before they
      *> are queued, so the worker never meets a job it cannot start.
      *> who may submit what follows the screens the work replaces:
      *> anyone signed in may export (the records are readable to
      *> them already), an import needs the clerk or admin role, and
      *> the two reports are admin-only.
      *>
      *> the submitter is stamped by jobqueue from the session, and
      *> the list only ever shows the caller's own jobs; the output
      *> links point at /jobout/<file>, the route that serves the
      *> caller's own cobol/jobout/<user> folder and nothing else.

       identification division.
       program-id. jobscrn.

       data division.

       working-storage section.

       01 ws-request-method    pic x(7).
       01 ws-want-name         pic x(90).
       01 ws-found-value       pic x(90).
       01 ws-find-ctr          pic 99 usage comp-5.

       01 ws-in-type           pic x(90).
       01 ws-in-param-1        pic x(90).
       01 ws-in-param-2        pic x(90).
       01 ws-message           pic x(300).
       01 ws-refused           pic x(1).
       01 ws-dots              pic 9(4) usage comp-5.
       01 ws-date-text         pic x(90).
       01 ws-date-num          pic 9(8).

      *> the browse keeps the last 20 jobs it passes -- it runs
      *> oldest first -- in a ring, and the page is drawn from it
      *> backwards
       01 ws-ring-size         pic 9(4) usage comp-5 value 20.
       01 ws-job-total         pic 9(7) usage comp-5.
       01 ws-ring-slot         pic 9(4) usage comp-5.
       01 ws-ring-count        pic 9(4) usage comp-5.
       01 ws-ring-ctr          pic 9(4) usage comp-5.
       01 ws-browse-done       pic x(1).

       01 ws-ring-table.
          05  rt-entry              occurs 20 times.
              10  rt-item           pic x(308).

       01 ws-rc-disp           pic 9(4).
       01 ws-stamp-in          pic x(14).
       01 ws-stamp-out         pic x(19).

       01 ws-esc-in            pic x(1000).
       01 ws-esc-out           pic x(3200).

       01 ws-html              pic x(9600).
       01 ws-html-ptr          pic 9(5) usage comp-5.
       01 ws-row               pic x(3200).
       01 ws-row-ptr           pic 9(4) usage comp-5.

       01 ws-template-name     pic x(30).
       01 ws-render-status     pic x(1).

       01 ws-page-values.
          05 ws-page-pairs         occurs 10 times.
            10 ws-page-name        pic x(90).
            10 ws-page-value       pic x(3200).

       copy "jobops.cpy".

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

           move spaces to ws-message
           move spaces to ws-page-values

           move "type" to ws-want-name
           perform find-field-value
           move function upper-case(function trim(ws-found-value))
               to ws-in-type

           move "param1" to ws-want-name
           perform find-field-value
           move function trim(ws-found-value) to ws-in-param-1

           move "param2" to ws-want-name
           perform find-field-value
           move function trim(ws-found-value) to ws-in-param-2

           evaluate true

              when (matched-pattern = "/jobs")
                 perform show-job-list

              when (ws-request-method = "POST")
                 perform submit-job

              when other
                 perform show-submit-form

           end-evaluate

           goback.

      *> ----------------------------------------------------------
      *> request fields
      *> ----------------------------------------------------------
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
      *> submitting
      *> ----------------------------------------------------------
       submit-job.

           perform check-job-request

           if (ws-refused = "y")
              perform show-submit-form
              exit paragraph
           end-if

           set job-op-submit to true
           move spaces to jq-item
           move ws-in-type to jq-type
           move ws-in-param-1 to jq-param-1
           move ws-in-param-2 to jq-param-2

           call 'jobqueue' using job-request session-context

           if (not job-q-ok)
              string "the job could not be queued (status "
                                              delimited by size
                     job-q-status             delimited by size
                     ") -- try again shortly" delimited by size
                  into ws-message
              end-string
              perform show-submit-form
              exit paragraph
           end-if

           string "job "                      delimited by size
                  jq-id                       delimited by size
                  " is queued"                delimited by size
               into ws-message
           end-string

           perform show-job-list.

      *> the job type, the caller's role for it and its parameters;
      *> the first thing wrong is the message
       check-job-request.

           move "y" to ws-refused

           evaluate ws-in-type

              when "EXPORT"
                 if (ws-in-param-1 = spaces)
                    or (function length(function trim(ws-in-param-1))
                           > 10)
                    move "an export needs the record type to unload"
                        to ws-message
                    exit paragraph
                 end-if
                 move function upper-case(ws-in-param-2)
                     to ws-in-param-2
                 if (ws-in-param-2 not = spaces)
                    and (ws-in-param-2 not = "COLUMNS")
                    move "the export layout is blank or COLUMNS"
                        to ws-message
                    exit paragraph
                 end-if

              when "IMPORT"
                 if (session-role not = "clerk")
                    and (session-role not = "admin")
                    move "an import needs the clerk or admin role"
                        to ws-message
                    exit paragraph
                 end-if
                 move zero to ws-dots
                 inspect ws-in-param-1
                     tallying ws-dots for all ".." all "/"
                 if (ws-in-param-1 = spaces) or (ws-dots > zero)
                    move "an import needs the bare name of a feed file"
                        to ws-message
                    exit paragraph
                 end-if
                 move spaces to ws-in-param-2

              when "ACCESS"
                 if (session-role not = "admin")
                    move "the access review needs the admin role"
                        to ws-message
                    exit paragraph
                 end-if
                 move ws-in-param-1 to ws-date-text
                 perform check-date-text
                 if (ws-message not = spaces)
                    exit paragraph
                 end-if
                 move ws-in-param-2 to ws-date-text
                 perform check-date-text
                 if (ws-message not = spaces)
                    exit paragraph
                 end-if
                 if (ws-in-param-1 not = spaces)
                    and (ws-in-param-2 not = spaces)
                    and (ws-in-param-1 > ws-in-param-2)
                    move "the review period ends before it starts"
                        to ws-message
                    exit paragraph
                 end-if

              when "SLA"
                 if (session-role not = "admin")
                    move "the service-level report needs the admin role"
                        to ws-message
                    exit paragraph
                 end-if
                 move ws-in-param-1 to ws-date-text
                 perform check-date-text
                 if (ws-message not = spaces)
                    exit paragraph
                 end-if
                 move spaces to ws-in-param-2

              when other
                 move "choose a job type" to ws-message
                 exit paragraph

           end-evaluate

           move "n" to ws-refused.

      *> a blank date stands for the program's own default
       check-date-text.

           if (ws-date-text = spaces)
              exit paragraph
           end-if

           if (function trim(ws-date-text) is not numeric)
              or (function length(function trim(ws-date-text))
                     not = 8)
              move "dates are yyyymmdd" to ws-message
              exit paragraph
           end-if

           move function numval(ws-date-text) to ws-date-num

           if (function test-date-yyyymmdd(ws-date-num) not = 0)
              string "not a calendar date: "        delimited by size
                     function trim(ws-date-text)    delimited by size
                  into ws-message
              end-string
           end-if.

      *> ----------------------------------------------------------
      *> the pages
      *> ----------------------------------------------------------
       show-submit-form.

           move spaces to ws-page-values

           move "title" to ws-page-name(1)
           move "submit a job" to ws-page-value(1)

           perform set-message-value

           move "type" to ws-page-name(3)
           move ws-in-type to ws-esc-in
           perform html-escape
           move ws-esc-out to ws-page-value(3)

           move "param1" to ws-page-name(4)
           move ws-in-param-1 to ws-esc-in
           perform html-escape
           move ws-esc-out to ws-page-value(4)

           move "param2" to ws-page-name(5)
           move ws-in-param-2 to ws-esc-in
           perform html-escape
           move ws-esc-out to ws-page-value(5)

           move "jobform" to ws-template-name
           perform render-template.

       show-job-list.

           perform load-caller-jobs

           move spaces to ws-html
           move 1 to ws-html-ptr

           perform list-one-job
               varying ws-ring-ctr from 1 by 1
               until (ws-ring-ctr > ws-ring-count)

           if (ws-job-total = zero) and (ws-message = spaces)
              move "you have not submitted any jobs" to ws-message
           end-if

           move spaces to ws-page-values

           move "title" to ws-page-name(1)
           move "my jobs" to ws-page-value(1)

           perform set-message-value

           move "rows" to ws-page-name(3)
           move ws-html(1:3200) to ws-page-value(3)
           move "rows2" to ws-page-name(4)
           move ws-html(3201:3200) to ws-page-value(4)
           move "rows3" to ws-page-name(5)
           move ws-html(6401:3200) to ws-page-value(5)

           move "joblist" to ws-template-name
           perform render-template.

       load-caller-jobs.

           move zero to ws-job-total
           move zero to ws-ring-count
           move spaces to ws-ring-table

           set job-op-start-user to true
           move spaces to jq-item
           move session-user-id to jq-user-id
           call 'jobqueue' using job-request session-context

           if (not job-q-ok)
              exit paragraph
           end-if

           move "n" to ws-browse-done

           perform load-one-job
               until (ws-browse-done = "y").

       load-one-job.

           set job-op-next-user to true
           call 'jobqueue' using job-request session-context

           if (not job-q-ok)
              or (jq-user-id not = session-user-id)
              move "y" to ws-browse-done
              exit paragraph
           end-if

           add 1 to ws-job-total
           compute ws-ring-slot
               = function mod(ws-job-total - 1, ws-ring-size) + 1
           move jq-item to rt-item(ws-ring-slot)

           if (ws-ring-count < ws-ring-size)
              add 1 to ws-ring-count
           end-if.

      *> row n of the page is the n-th newest job in the ring
       list-one-job.

           compute ws-ring-slot
               = function mod(ws-job-total - ws-ring-ctr,
                              ws-ring-size) + 1
           move rt-item(ws-ring-slot) to jq-item

           move spaces to ws-row
           move 1 to ws-row-ptr

           move jq-submitted to ws-stamp-in
           perform format-stamp

           string "<tr><td>"                   delimited by size
                  jq-id                        delimited by size
                  "</td><td>"                  delimited by size
                  ws-stamp-out                 delimited by size
                  "</td><td>"                  delimited by size
                  function trim(jq-type)       delimited by size
                  "</td><td>"                  delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move spaces to ws-esc-in
           string function trim(jq-param-1)    delimited by size
                  " "                          delimited by size
                  function trim(jq-param-2)    delimited by size
               into ws-esc-in
           end-string
           perform append-escaped-to-row

           string "</td><td>"                  delimited by size
                  function trim(jq-status)     delimited by size
                  "</td><td>"                  delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           if (jq-is-done) or (jq-is-failed)
              move jq-ended to ws-stamp-in
              perform format-stamp
              move jq-rc to ws-rc-disp
              string ws-stamp-out              delimited by size
                     "</td><td>"               delimited by size
                     ws-rc-disp                delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
           else
              string "</td><td>"               delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
           end-if

           string "</td><td>"                  delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           if (jq-output not = spaces)
              string '<a href="/jobout/'       delimited by size
                     function trim(jq-output)  delimited by size
                     '">'                      delimited by size
                     function trim(jq-output)  delimited by size
                     "</a> "                   delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
           end-if

           move jq-message to ws-esc-in
           perform append-escaped-to-row

           string "</td></tr>"                 delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           perform append-row-to-html.

       set-message-value.

           move "message" to ws-page-name(2)

           if (ws-message not = spaces)
              move ws-message to ws-esc-in
              perform html-escape
              string "<p><b>"                      delimited by size
                     function trim(ws-esc-out)     delimited by size
                     "</b></p>"                    delimited by size
                  into ws-page-value(2)
              end-string
           end-if.

       append-escaped-to-row.

           perform html-escape

           if (ws-esc-out not = spaces)
              string function trim(ws-esc-out trailing)
                                              delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
           end-if.

       append-row-to-html.

           if (ws-row-ptr > 1)
              string ws-row(1:ws-row-ptr - 1) delimited by size
                  into ws-html
                  with pointer ws-html-ptr
                  on overflow
                      move "Y" to response-overflow-flag
              end-string
           end-if.

      *> ----------------------------------------------------------
      *> text helpers
      *> ----------------------------------------------------------
       html-escape.

           call 'htmlesc' using ws-esc-in ws-esc-out.

      *> yyyymmddhhmmss shown as yyyy-mm-dd hh:mm:ss
       format-stamp.

           move spaces to ws-stamp-out

           if (ws-stamp-in = spaces)
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

       end program jobscrn.
