      *> call interface for the jobqueue subprogram, the one way in
      *> to the job queue (cobol/config/jobq.dat, see jobrec.cpy):
      *>
      *>     call 'jobqueue' using job-request session-context
      *>
      *> set job-operation and the jq- fields, make the call, and
      *> check job-q-status afterwards -- the file status of the
      *> operation ("00" good, "23" no such job, "10" end of
      *> browse).  operations:
      *>
      *>   SUBMIT     queue a new job: jq-type and the parameters
      *>              from the caller; the id, user, QUEUED status
      *>              and submitted stamp are set by jobqueue and
      *>              handed back in jq-item
      *>   READ       fetch the job for jq-id
      *>   UPDATE     record progress on the job for jq-id: its
      *>              status, started / ended stamps, rc, output and
      *>              message are replaced from jq-item (the worker's
      *>              operation -- the submitter and parameters never
      *>              change)
      *>   FOLLOWING  fetch the first job after jq-id in queue order
      *>              (blank jq-id: the first job of all) -- how the
      *>              worker walks the queue while updating it
      *>   STARTUSER  position a browse at the first job of jq-user-id
      *>   NEXTUSER   fetch the next job of that browse; the caller
      *>              stops when jq-user-id changes
      *>
      *> job statuses: QUEUED (waiting), RUNNING, DONE (the program
      *> ended with return-code 0 or 4 -- 4 is "ran, with warnings",
      *> as the batch programs use it) and FAILED.

       01 job-request.

          05  job-operation          pic x(12).
              88  job-op-submit      value "SUBMIT".
              88  job-op-read        value "READ".
              88  job-op-update      value "UPDATE".
              88  job-op-following   value "FOLLOWING".
              88  job-op-start-user  value "STARTUSER".
              88  job-op-next-user   value "NEXTUSER".

          05  job-q-status           pic x(2).
              88  job-q-ok           value "00".
              88  job-q-no-job       value "23".
              88  job-q-end-browse   value "10".

          05  jq-item.
              10  jq-id              pic x(16).
              10  jq-user-id         pic x(30).
              10  jq-type            pic x(8).
                  88  jq-type-export value "EXPORT".
                  88  jq-type-import value "IMPORT".
                  88  jq-type-access value "ACCESS".
                  88  jq-type-sla    value "SLA".
              10  jq-param-1         pic x(30).
              10  jq-param-2         pic x(30).
              10  jq-status          pic x(8).
                  88  jq-is-queued   value "QUEUED".
                  88  jq-is-running  value "RUNNING".
                  88  jq-is-done     value "DONE".
                  88  jq-is-failed   value "FAILED".
              10  jq-submitted       pic x(14).
              10  jq-started         pic x(14).
              10  jq-ended           pic x(14).
              10  jq-rc              pic 9(4).
              10  jq-output          pic x(60).
              10  jq-message         pic x(80).
