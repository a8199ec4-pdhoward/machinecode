      *> setmaint is how a recovery job takes the site down for its
      *> own duration and brings it back again (maintops.cpy).  ON
      *> writes the job switch, cobol/config/maint.job
      *> (COW_MAINT_JOB_FILE), as one "stamp|owner|reason" line; OFF
      *> deletes it.  checkmaint treats the whole site as down while
      *> that file exists, whatever maint.dat says.
      *>
      *> the switch belongs to the job that set it: ON refuses with
      *> "HE" while another owner holds it, and OFF leaves another
      *> owner's switch alone.  a switch left behind by a job that
      *> died is taken over by the same job's next run, and anything
      *> else is for the operator to remove by hand once they have
      *> looked at why it is there -- that is the point of leaving it.
      *> a switch file that is there but cannot be read, or names no
      *> owner, belongs to nobody this program can recognise, so it
      *> is treated as held by someone else: neither ON nor OFF
      *> touches it.

       identification division.
       program-id. setmaint.

       environment division.

       input-output section.

       file-control.
           select job-switch-file assign to dynamic job-switch-name
               organization line sequential
               file status job-switch-status.

       data division.

       file section.

       fd  job-switch-file.
       01  job-switch-line       pic x(200).

       working-storage section.

       01 job-switch-name      pic x(200)
                                value "cobol/config/maint.job".
       01 job-switch-status    pic x(2).

       01 ws-ptr               pic 9(4) usage comp-5.
       01 ws-clock             pic x(21).
       01 ws-holder-found      pic x(1).
       01 ws-job-stamp         pic x(14).
       01 ws-job-owner         pic x(12).
       01 ws-job-reason        pic x(80).

       01 ws-exist-details.
          05  we-file-size     pic x(8) usage comp-x.
          05  we-file-date     pic x(2) usage comp-x.
          05  we-file-time     pic x(2) usage comp-x.
          05  we-filler        pic x(24).

       linkage section.

       copy "maintops.cpy".

       procedure division using maint-request.

       0000-mainline.

           move "00" to maint-status

           accept job-switch-name
                   from environment "COW_MAINT_JOB_FILE"
               on exception
                   move "cobol/config/maint.job" to job-switch-name
           end-accept

           perform read-current-holder

           evaluate true

              when maint-op-on
                 perform switch-on

              when maint-op-off
                 perform switch-off

              when other
                 move "99" to maint-status

           end-evaluate

           goback.

      *> ws-holder-found "y" with the holder's line split out when a
      *> switch is in place; "?" when one is there but unreadable
       read-current-holder.

           move "n" to ws-holder-found
           move spaces to ws-job-stamp
           move spaces to ws-job-owner
           move spaces to ws-job-reason

           call "CBL_CHECK_FILE_EXIST" using
                   job-switch-name ws-exist-details

           if (return-code not = 0)
              move 0 to return-code
              exit paragraph
           end-if
           move 0 to return-code

           move "?" to ws-holder-found

           open input job-switch-file

           if (job-switch-status not = "00")
              exit paragraph
           end-if

           move spaces to job-switch-line

           read job-switch-file
               at end move spaces to job-switch-line
           end-read

           close job-switch-file

           move 1 to ws-ptr

           unstring job-switch-line delimited by "|"
               into ws-job-stamp ws-job-owner ws-job-reason
               with pointer ws-ptr
           end-unstring

           if (ws-job-owner not = spaces)
              move "y" to ws-holder-found
           end-if.

       switch-on.

           if (ws-holder-found = "?")
              perform report-unreadable
              exit paragraph
           end-if

           if (ws-holder-found = "y")
              and (ws-job-owner not = maint-owner)
              perform report-holder
              exit paragraph
           end-if

           open output job-switch-file

           if (job-switch-status not = "00")
              move job-switch-status to maint-status
              exit paragraph
           end-if

           move function current-date to ws-clock

           move spaces to job-switch-line
           string ws-clock(1:14)              delimited by size
                  "|"                         delimited by size
                  function trim(maint-owner)  delimited by size
                  "|"                         delimited by size
                  function trim(maint-reason) delimited by size
               into job-switch-line
           end-string

           write job-switch-line

           if (job-switch-status not = "00")
              move job-switch-status to maint-status
           end-if

           close job-switch-file

           if (maint-ok)
              and (job-switch-status not = "00")
              move job-switch-status to maint-status
           end-if.

       switch-off.

           if (ws-holder-found = "n")
              exit paragraph
           end-if

           if (ws-holder-found = "?")
              perform report-unreadable
              exit paragraph
           end-if

           if (ws-holder-found = "y")
              and (ws-job-owner not = maint-owner)
              perform report-holder
              exit paragraph
           end-if

           call "CBL_DELETE_FILE" using job-switch-name

           if (return-code not = 0)
              move "30" to maint-status
           end-if
           move 0 to return-code.

       report-holder.

           move "HE" to maint-status
           move spaces to maint-reason
           string "held by "                   delimited by size
                  function trim(ws-job-owner)  delimited by size
                  " since "                    delimited by size
                  ws-job-stamp                 delimited by size
               into maint-reason
           end-string.

       report-unreadable.

           move "HE" to maint-status
           move "unreadable switch file" to maint-reason.

       end program setmaint.
