      *> jobrun is the worker behind the job queue: run on a schedule
      *> (every few minutes is the intent), it takes the queued jobs
      *> in submission order and runs each one's batch program with
      *> the job's parameters, recording status, return-code and
      *> output file against the job through jobqueue.  the web side
      *> (jobscrn) only ever queues work; everything slow happens
      *> here, outside any request.
      *>
      *>   EXPORT  storeunld   param 1 the record type, param 2
      *>                       "COLUMNS" for the columns layout
      *>   IMPORT  storeload   param 1 a feed file name in
      *>                       cobol/jobin (COW_JOB_INPUT), where the
      *>                       feeds are delivered; the output is the
      *>                       reject file, when there are rejects
      *>   ACCESS  cowaccess   params 1 and 2 the review period,
      *>                       yyyymmdd from and to (blank for the
      *>                       report's own default)
      *>   SLA     cowsla      param 1 the audit archive date,
      *>                       yyyymmdd (blank for the live audit.log)
      *>
      *> a job's output goes to cobol/jobout/<user>/<job id>.txt
      *> (COW_JOB_OUTPUT is the cobol/jobout part), the folder the
      *> /jobout/:file route serves to that user and no one else.
      *> a program ending with return-code 0 or 4 leaves the job
      *> DONE, anything else FAILED; either way the worker carries on
      *> with the next job.
      *>
      *> only one worker may run at a time: cobol/config/jobrun.lock
      *> (COW_JOB_LOCK) holds the start stamp of the worker that owns
      *> the queue, and a second one finding it just ends.  a lock
      *> older than COW_JOB_LOCK_HOURS (default 6) was left by a
      *> worker that died; it is taken over, and any job that worker
      *> left RUNNING is run again from the start -- all four
      *> programs are restartable.
      *>
      *> while maintenance is on for the whole site (checkmaint) the
      *> worker runs nothing: an IMPORT writing into a master that
      *> storerest is rebuilding is exactly the traffic the switch
      *> stops.  every job stays QUEUED for the next run.
      *>
      *> an output over 32000 bytes is more than one response can
      *> carry, so it is not offered as a download; the job's
      *> message names the file for an operator to fetch instead.
      *>
      *> return-code 0 means the queue was worked (or another worker
      *> has it, or maintenance is on); 4 means at least one job
      *> failed; 16 means the queue or the lock could not be used.

       identification division.
       program-id. jobrun.

       environment division.

       input-output section.

       file-control.
           select lock-file assign to dynamic lock-file-name
               organization line sequential
               file status lock-file-status.

       data division.

       file section.

       fd  lock-file.
       01  lock-line            pic x(80).

       working-storage section.

       01 lock-file-name       pic x(200)
                                value "cobol/config/jobrun.lock".
       01 lock-file-status     pic x(2).

       01 ws-input-dir         pic x(200) value "cobol/jobin".
       01 ws-output-dir        pic x(200) value "cobol/jobout".
       01 ws-user-dir          pic x(256).
       01 ws-output-name       pic x(60).
       01 ws-output-path       pic x(256).

       copy "maintops.cpy".
       01 ws-env-name          pic x(40).
       01 ws-env-value         pic x(256).
       01 ws-program           pic x(12).

       01 ws-clock             pic x(21).
       01 ws-now               pic x(14).
       01 ws-lock-stamp        pic x(14).
       01 ws-lock-hours        pic 9(4) usage comp-5.
       01 ws-hours-text        pic x(10).
       01 ws-stamp-work        pic x(14).
       01 ws-stamp-secs        pic 9(12) usage comp-5.
       01 ws-now-secs          pic 9(12) usage comp-5.
       01 ws-date-num          pic 9(8).
       01 ws-date-text         pic x(8).
       01 ws-hh                pic 99.
       01 ws-mi                pic 99.
       01 ws-ss                pic 99.

       01 ws-queue-done        pic x(1) value "n".
       01 ws-last-id           pic x(16).
       01 ws-job-rc            pic 9(4) usage comp-5.
       01 ws-rc-disp           pic 9(4).
       01 ws-run-count         pic 9(7) usage comp-5 value zero.
       01 ws-failed-count      pic 9(7) usage comp-5 value zero.
       01 ws-disp-count        pic z,zzz,zz9.

       01 ws-exist-details.
          05  we-file-size     pic x(8) usage comp-x.
          05  we-file-date     pic x(2) usage comp-x.
          05  we-file-time     pic x(2) usage comp-x.
          05  we-filler        pic x(24).

       copy "jobops.cpy".
       copy "session.cpy".

       procedure division.

       0000-mainline.

           move function current-date to ws-clock
           move ws-clock(1:14) to ws-now

           accept lock-file-name from environment "COW_JOB_LOCK"
               on exception
                   move "cobol/config/jobrun.lock" to lock-file-name
           end-accept

           accept ws-input-dir from environment "COW_JOB_INPUT"
               on exception move "cobol/jobin" to ws-input-dir
           end-accept

           accept ws-output-dir from environment "COW_JOB_OUTPUT"
               on exception move "cobol/jobout" to ws-output-dir
           end-accept

           accept ws-hours-text from environment "COW_JOB_LOCK_HOURS"
               on exception move spaces to ws-hours-text
           end-accept

           if (ws-hours-text not = spaces)
              and (function trim(ws-hours-text) is numeric)
              and (function length(function trim(ws-hours-text)) <= 4)
              move function numval(ws-hours-text) to ws-lock-hours
           else
              move 6 to ws-lock-hours
           end-if

           perform check-worker-lock

           if (ws-queue-done = "y")
              move 0 to return-code
              goback
           end-if

           perform take-worker-lock

           if (ws-queue-done = "y")
              move 16 to return-code
              goback
           end-if

           move "CHECK" to maint-operation
           move spaces to maint-pattern
           call 'checkmaint' using maint-request

           if (maint-is-active)
              display "jobrun: maintenance is on ("
                  function trim(maint-reason)
                  ") -- no jobs run"
              call "CBL_DELETE_FILE" using lock-file-name
              move 0 to return-code
              goback
           end-if

           move spaces to session-context
           move spaces to ws-last-id

           perform work-one-job
               until (ws-queue-done not = "n")

           call "CBL_DELETE_FILE" using lock-file-name
           move 0 to return-code

           move ws-run-count to ws-disp-count
           display "jobrun: " function trim(ws-disp-count)
               " job(s) run"
           move ws-failed-count to ws-disp-count
           display "jobrun: " function trim(ws-disp-count)
               " job(s) failed"

           if (ws-queue-done = "x")
              move 16 to return-code
           else
              if (ws-failed-count > zero)
                 move 4 to return-code
              else
                 move 0 to return-code
              end-if
           end-if

           goback.

      *> ----------------------------------------------------------
      *> the worker lock
      *> ----------------------------------------------------------
      *> a fresh lock means another worker has the queue and this
      *> one ends quietly; a stale or unreadable one is taken over
       check-worker-lock.

           call "CBL_CHECK_FILE_EXIST" using
                   lock-file-name ws-exist-details

           if (return-code not = 0)
              move 0 to return-code
              exit paragraph
           end-if
           move 0 to return-code

           move spaces to ws-lock-stamp

           open input lock-file

           if (lock-file-status = "00")
              read lock-file
                  at end move spaces to lock-line
              end-read
              move lock-line(1:14) to ws-lock-stamp
              close lock-file
           end-if

           if (ws-lock-stamp is not numeric)
              display "jobrun: unreadable lock "
                  function trim(lock-file-name) " -- taken over"
              exit paragraph
           end-if

           move ws-now to ws-stamp-work
           perform stamp-to-seconds
           move ws-stamp-secs to ws-now-secs

           move ws-lock-stamp to ws-stamp-work
           perform stamp-to-seconds

           if (ws-now-secs - ws-stamp-secs < ws-lock-hours * 3600)
              display "jobrun: another worker has held the queue "
                  "since " ws-lock-stamp " -- nothing to do"
              move "y" to ws-queue-done
              exit paragraph
           end-if

           display "jobrun: lock from " ws-lock-stamp
               " is stale -- taken over".

       take-worker-lock.

           open output lock-file

           if (lock-file-status not = "00")
              display "jobrun: cannot write lock "
                  function trim(lock-file-name) ", status "
                  lock-file-status
              move "y" to ws-queue-done
              exit paragraph
           end-if

           move spaces to lock-line
           string ws-now       delimited by size
                  "|jobrun"    delimited by size
               into lock-line
           end-string

           write lock-line
           close lock-file.

      *> ----------------------------------------------------------
      *> the queue
      *> ----------------------------------------------------------
      *> jobs are taken one at a time after the last one seen, so a
      *> job queued while the worker is busy is still picked up on
      *> this run
       work-one-job.

           set job-op-following to true
           move ws-last-id to jq-id
           call 'jobqueue' using job-request session-context

           if (job-q-end-browse)
              move "y" to ws-queue-done
              exit paragraph
           end-if

           if (not job-q-ok)
              display "jobrun: cannot read the job queue, status "
                  job-q-status
              move "x" to ws-queue-done
              exit paragraph
           end-if

           move jq-id to ws-last-id

           if (jq-is-queued) or (jq-is-running)
              perform run-one-job
           end-if.

       run-one-job.

           if (jq-is-running)
              display "jobrun: job " jq-id
                  " was interrupted -- run again"
           end-if

           display "jobrun: running job " jq-id " "
               function trim(jq-type) " for "
               function trim(jq-user-id)

           move function current-date to ws-clock
           set jq-is-running to true
           move ws-clock(1:14) to jq-started
           move spaces to jq-ended
           move zero to jq-rc
           move spaces to jq-output
           move spaces to jq-message
           perform update-job

           if (not job-q-ok)
              exit paragraph
           end-if

           add 1 to ws-run-count

           perform prepare-output-folder

           move spaces to ws-output-name
           string jq-id     delimited by size
                  ".txt"    delimited by size
               into ws-output-name
           end-string

           move spaces to ws-output-path
           string function trim(ws-user-dir)    delimited by size
                  "/"                           delimited by size
                  function trim(ws-output-name) delimited by size
               into ws-output-path
           end-string

      *> a job run again must not be credited with what its
      *> interrupted first run left behind
           call "CBL_DELETE_FILE" using ws-output-path
           move 0 to return-code

           move spaces to ws-program

           evaluate true

              when jq-type-export
                 perform set-export-environment

              when jq-type-import
                 perform set-import-environment

              when jq-type-access
                 perform set-access-environment

              when jq-type-sla
                 perform set-sla-environment

              when other
                 move "unknown job type" to jq-message

           end-evaluate

           if (ws-program = spaces)
              move 16 to ws-job-rc
           else
              perform call-job-program
           end-if

           perform record-job-result.

       call-job-program.

           move 0 to return-code

           call ws-program
               on exception
                   move 16 to return-code
                   move "the job's program is not deployed"
                       to jq-message
           end-call

           move return-code to ws-job-rc
           move 0 to return-code

           cancel ws-program.

       record-job-result.

           move function current-date to ws-clock
           move ws-clock(1:14) to jq-ended
           move ws-job-rc to jq-rc
           move ws-job-rc to ws-rc-disp

           if (ws-job-rc = 0) or (ws-job-rc = 4)
              set jq-is-done to true
           else
              set jq-is-failed to true
              add 1 to ws-failed-count
           end-if

      *> the output is named only when the program actually left it
      *> and it fits in response-body (32000 bytes), which servefile
      *> fills when the user downloads it
           call "CBL_CHECK_FILE_EXIST" using
                   ws-output-path ws-exist-details

           if (return-code = 0)
              if (we-file-size > 32000)
                 move spaces to jq-message
                 string "output too big to download -- ask an "
                                                delimited by size
                        "operator for "         delimited by size
                        function trim(ws-output-name)
                                                delimited by size
                     into jq-message
                 end-string
              else
                 move ws-output-name to jq-output
              end-if
           end-if
           move 0 to return-code

           if (jq-message = spaces)
              string function trim(ws-program) delimited by size
                     " ended with return-code "  delimited by size
                     ws-rc-disp                  delimited by size
                  into jq-message
              end-string
           end-if

           display "jobrun: job " jq-id " " function trim(jq-status)
               ", return-code " ws-rc-disp

           perform update-job.

       update-job.

           set job-op-update to true
           call 'jobqueue' using job-request session-context

           if (not job-q-ok)
              display "jobrun: cannot update job " jq-id
                  ", status " job-q-status
           end-if.

      *> cobol/jobout and the user's folder under it are made on
      *> first use; a folder that is already there is left alone
       prepare-output-folder.

           call "CBL_CREATE_DIR" using ws-output-dir

           move spaces to ws-user-dir
           string function trim(ws-output-dir) delimited by size
                  "/"                          delimited by size
                  function trim(jq-user-id)    delimited by size
               into ws-user-dir
           end-string

           call "CBL_CREATE_DIR" using ws-user-dir
           move 0 to return-code.

      *> ----------------------------------------------------------
      *> job parameters, handed over the way an operator would set
      *> them -- every variable a program reads is set for every
      *> job, so nothing carries over from the job before
      *> ----------------------------------------------------------
       set-export-environment.

           move "storeunld" to ws-program

           move "COW_EXPORT_TYPE" to ws-env-name
           move jq-param-1 to ws-env-value
           perform set-one-variable

           move "COW_EXPORT_LAYOUT" to ws-env-name
           move jq-param-2 to ws-env-value
           perform set-one-variable

           move "COW_EXPORT_FILE" to ws-env-name
           move ws-output-path to ws-env-value
           perform set-one-variable.

       set-import-environment.

           move "storeload" to ws-program

           move "COW_IMPORT_FILE" to ws-env-name
           move spaces to ws-env-value
           string function trim(ws-input-dir) delimited by size
                  "/"                         delimited by size
                  function trim(jq-param-1)   delimited by size
               into ws-env-value
           end-string
           perform set-one-variable

           move "COW_IMPORT_REJECTS" to ws-env-name
           move ws-output-path to ws-env-value
           perform set-one-variable.

       set-access-environment.

           move "cowaccess" to ws-program

           move "COW_REVIEW_FROM" to ws-env-name
           move jq-param-1 to ws-env-value
           perform set-one-variable

           move "COW_REVIEW_TO" to ws-env-name
           move jq-param-2 to ws-env-value
           perform set-one-variable

           move "COW_REVIEW_REPORT" to ws-env-name
           move ws-output-path to ws-env-value
           perform set-one-variable.

       set-sla-environment.

           move "cowsla" to ws-program

           move "COW_SLA_AUDIT_FILE" to ws-env-name
           if (jq-param-1 = spaces)
              move "cobol/config/audit.log" to ws-env-value
           else
              move spaces to ws-env-value
              string "cobol/config/audit-"       delimited by size
                     function trim(jq-param-1)   delimited by size
                     ".log"                      delimited by size
                  into ws-env-value
              end-string
           end-if
           perform set-one-variable

           move "COW_SLA_REPORT" to ws-env-name
           move ws-output-path to ws-env-value
           perform set-one-variable.

       set-one-variable.

           display ws-env-name upon environment-name
           display ws-env-value upon environment-value.

       stamp-to-seconds.

           move ws-stamp-work(1:8) to ws-date-text
           move function numval(ws-date-text) to ws-date-num
           move ws-stamp-work(9:2) to ws-hh
           move ws-stamp-work(11:2) to ws-mi
           move ws-stamp-work(13:2) to ws-ss

           compute ws-stamp-secs
               = function integer-of-date(ws-date-num) * 86400
               + ws-hh * 3600 + ws-mi * 60 + ws-ss.

       end program jobrun.
