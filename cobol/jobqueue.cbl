      *> jobqueue is the keeper of the job queue, the deferred-work
      *> file (cobol/config/jobq.dat, COW_JOB_FILE, indexed on job id
      *> with an alternate index on user) behind anything too slow to
      *> answer inside one web request: the jobscrn screens submit
      *> and list jobs through it, and the jobrun worker walks and
      *> updates the queue through it.  it is called the way
      *> cowstore is, and for the same reasons: the submitter and the
      *> timestamps are stamped here, from session-context and the
      *> clock, so nobody can queue work in another user's name.
      *> the interface is jobops.cpy.
      *>
      *> the file is opened on first use and left open for the rest
      *> of the run unit, so a browse keeps its position across
      *> calls; a queue file that does not exist yet is created
      *> empty.

       identification division.
       program-id. jobqueue.

       environment division.

       input-output section.

       file-control.
           select job-file assign to dynamic job-file-name
               organization indexed
               access mode dynamic
               record key job-key
               alternate record key job-user-key
                   with duplicates
               file status job-file-status.

       data division.

       file section.

       fd  job-file.
       copy "jobrec.cpy".

       working-storage section.

       01 job-file-name     pic x(200)
                             value "cobol/config/jobq.dat".
       01 job-file-status   pic x(2).
       01 job-file-open     pic x(1) value "n".

       01 ws-clock          pic x(21).
       01 ws-now            pic x(14).
       01 ws-tie            pic 99.
       01 ws-tie-tries      pic 9(3) usage comp-5.

       linkage section.

       copy "jobops.cpy".
       copy "session.cpy".

       procedure division using job-request session-context.

       0000-mainline.

           if (job-file-open not = "y")
              perform open-job-file
           end-if

           if (job-file-open not = "y")
              move job-file-status to job-q-status
              goback
           end-if

           move function current-date to ws-clock
           move ws-clock(1:14) to ws-now

           evaluate true

              when job-op-submit
                 perform submit-job

              when job-op-read
                 perform read-job

              when job-op-update
                 perform update-job

              when job-op-following
                 perform read-following-job

              when job-op-start-user
                 perform start-user-browse

              when job-op-next-user
                 perform read-next-job

              when other
                 move "99" to job-q-status

           end-evaluate

           goback.

       open-job-file.

           accept job-file-name from environment "COW_JOB_FILE"
               on exception
                   move "cobol/config/jobq.dat" to job-file-name
           end-accept

           open i-o job-file

           if (job-file-status = "35")
              open output job-file
              close job-file
              open i-o job-file
           end-if

           if (job-file-status = "00")
              move "y" to job-file-open
           end-if.

      *> two submissions in the same second get consecutive
      *> tie-breakers; a hundred in one second is refused as a
      *> duplicate rather than looping.
       submit-job.

           move jq-type to job-type
           move jq-param-1 to job-param-1
           move jq-param-2 to job-param-2
           move session-user-id to job-user-id
           move "QUEUED" to job-status
           move ws-now to job-submitted
           move spaces to job-started
           move spaces to job-ended
           move zero to job-rc
           move spaces to job-output
           move spaces to job-message

           move zero to ws-tie
           move zero to ws-tie-tries
           move "22" to job-file-status

           perform try-one-job-id
               until (job-file-status not = "22")
                  or (ws-tie-tries > 99)

           move job-file-status to job-q-status

           if (job-file-status = "00")
              perform job-record-to-item
           end-if.

       try-one-job-id.

           move spaces to job-id
           string ws-now  delimited by size
                  ws-tie  delimited by size
               into job-id
           end-string
           perform stamp-user-key

           write job-record
               invalid key
                   continue
           end-write

           add 1 to ws-tie-tries

           if (ws-tie < 99)
              add 1 to ws-tie
           end-if.

       read-job.

           move jq-id to job-id

           read job-file
               invalid key
                   continue
           end-read

           move job-file-status to job-q-status

           if (job-file-status = "00")
              perform job-record-to-item
           end-if.

      *> the worker's progress report: only the run fields change
       update-job.

           move jq-id to job-id

           read job-file
               invalid key
                   continue
           end-read

           if (job-file-status not = "00")
              move job-file-status to job-q-status
              exit paragraph
           end-if

           move jq-status to job-status
           move jq-started to job-started
           move jq-ended to job-ended
           move jq-rc to job-rc
           move jq-output to job-output
           move jq-message to job-message
           perform stamp-user-key

           rewrite job-record
               invalid key
                   continue
           end-rewrite

           move job-file-status to job-q-status

           if (job-file-status = "00")
              perform job-record-to-item
           end-if.

       read-following-job.

           move jq-id to job-id

           start job-file key > job-key
               invalid key
                   continue
           end-start

           if (job-file-status not = "00")
              move "10" to job-q-status
              exit paragraph
           end-if

           perform read-next-job.

       start-user-browse.

           move jq-user-id to job-alt-user-id
           move low-values to job-alt-id

           start job-file key >= job-user-key
               invalid key
                   continue
           end-start

           move job-file-status to job-q-status.

       read-next-job.

           read job-file next record
               at end
                   continue
           end-read

           move job-file-status to job-q-status

           if (job-file-status = "00")
              perform job-record-to-item
           end-if.

       stamp-user-key.

           move job-user-id to job-alt-user-id
           move job-id to job-alt-id.

       job-record-to-item.

           move job-id to jq-id
           move job-user-id to jq-user-id
           move job-type to jq-type
           move job-param-1 to jq-param-1
           move job-param-2 to jq-param-2
           move job-status to jq-status
           move job-submitted to jq-submitted
           move job-started to jq-started
           move job-ended to jq-ended
           move job-rc to jq-rc
           move job-output to jq-output
           move job-message to jq-message.

       end program jobqueue.
