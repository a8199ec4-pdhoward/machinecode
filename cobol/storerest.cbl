      *> record is a no-op -- so a restore that dies partway can
      *> simply be run again.
      *>
      *> this job REPLACES the live master file, so it takes the site
      *> down itself for as long as it runs: it switches maintenance
      *> on through setmaint before touching anything, and refuses
      *> to start at all when it cannot (another job holds the
      *> switch, or the switch file cannot be written).  the switch
      *> goes off again when the restore completes, or when it stops
      *> before the master was emptied; a restore that fails after
      *> that leaves it on -- the master is half rebuilt, and cow
      *> must not serve from it until the job has been rerun.
      *>
      *> return-code 0 means the restore completed; 4 that it did
      *> but the switch could not be turned off again (remove
      *> cobol/config/maint.job by hand); 16 means the restore did
      *> not start, or failed and the master file must not be
      *> trusted.

       identification division.
       program-id. storerest.
       01 ws-beyond-count      pic 9(7) usage comp-5 value zero.
       01 ws-disp-count        pic z,zzz,zz9.

       01 ws-master-emptied    pic x(1) value "n".
       01 ws-saved-rc          pic s9(4) usage comp-5.
       copy "maintops.cpy".

       01 ws-exist-details.
          05  we-file-size     pic x(8) usage comp-x.
          05  we-file-date     pic x(2) usage comp-x.
               into archive-file-name
           end-string

           perform switch-maintenance-on

           if (return-code not = 0)
              goback
           end-if

           display "storerest: restoring "
               function trim(store-file-name) " from "
               function trim(archive-file-name)
           perform reload-archive

           if (return-code not = 0)
              perform end-failed-restore
              goback
           end-if

           perform replay-journals

           if (return-code not = 0)
              perform end-failed-restore
              goback
           end-if

           move ws-load-count to ws-disp-count
           display "storerest: " function trim(ws-disp-count)
               " record(s) reloaded from the archive"

           move 0 to return-code

           perform switch-maintenance-off

           goback.

       switch-maintenance-on.

           move "ON" to maint-operation
           move "storerest" to maint-owner
           move "the master file is being restored" to maint-reason
           call 'setmaint' using maint-request

           if (maint-held)
              display "storerest: maintenance switch not free ("
                  function trim(maint-reason)
                  ") -- restore not started"
              move 16 to return-code
              exit paragraph
           end-if

           if (not maint-ok)
              display "storerest: cannot switch maintenance on, "
                  "status " maint-status " -- restore not started"
              move 16 to return-code
              exit paragraph
           end-if

           display "storerest: maintenance switched on"
           move 0 to return-code.

      *> the return-code already set is kept; a switch that will not
      *> come off only raises a clean run to 4.
       switch-maintenance-off.

           move return-code to ws-saved-rc

           move "OFF" to maint-operation
           move "storerest" to maint-owner
           call 'setmaint' using maint-request

           move ws-saved-rc to return-code

           if (maint-ok)
              display "storerest: maintenance switched off"
           else
              display "storerest: cannot switch maintenance off, "
                  "status " maint-status
              if (return-code = 0)
                 move 4 to return-code
              end-if
           end-if.

       end-failed-restore.

           if (ws-master-emptied = "y")
              display "storerest: maintenance left on -- the master "
                  "file is incomplete; rerun the restore"
           else
              perform switch-maintenance-off
           end-if.

      *> the live master is replaced outright: open output empties
      *> it, then every archived image is written back.  nothing is
      *> touched until the archive itself has opened cleanly.
              exit paragraph
           end-if

           move "y" to ws-master-emptied
           move "n" to ws-eof

           perform reload-one-record
