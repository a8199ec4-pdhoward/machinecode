      *> write -- and builds a brand-new file beside the original
      *> (COW_MIGRATE_FILE, default cobol/config/master-new.dat).
      *> the original is never touched; when the counts match, the
      *> operator takes the site down through cobol/config/maint.dat
      *> and swaps the new file into place.
      *>
      *> the job switches maintenance on itself (setmaint) for as
      *> long as it runs, and refuses to start when it cannot --
      *> another job holds the switch, or the switch file cannot be
      *> written.  every way out switches it off again.
      *>
      *> run against a file that is already in the current layout,
      *> the old-layout open itself fails with 39 and the job stops
      *> without writing anything -- rerunning after a completed
      *> swap cannot do damage.  return-code 0 means every record
      *> was converted; 4 that it was but the switch could not be
      *> turned off again (remove cobol/config/maint.job by hand);
      *> 16 means the job did not start, or the old file could not
      *> be read or the new one could not be built.

       identification division.
       program-id. storemigr.
       01 ws-write-count       pic 9(7) usage comp-5 value zero.
       01 ws-disp-count        pic z,zzz,zz9.

       01 ws-saved-rc          pic s9(4) usage comp-5.
       copy "maintops.cpy".

       procedure division.

       0000-mainline.
                       to new-file-name
           end-accept

           perform switch-maintenance-on

           if (return-code not = 0)
              goback
           end-if

           display "storemigr: converting "
               function trim(old-file-name) " to "
               function trim(new-file-name)
                  " is not in the old layout -- already "
                  "migrated?  nothing done"
              move 16 to return-code
              perform switch-maintenance-off
              goback
           end-if

              display "storemigr: cannot open old file, status "
                  old-file-status
              move 16 to return-code
              perform switch-maintenance-off
              goback
           end-if

                  new-file-status
              close old-file
              move 16 to return-code
              perform switch-maintenance-off
              goback
           end-if

               " record(s) converted"

           if (ws-read-count = ws-write-count)
              display "storemigr: counts match -- switch "
                  "maintenance on and swap "
                  function trim(new-file-name) " into place"
              move 0 to return-code
           else
              display "storemigr: COUNTS DIFFER -- do not swap "
              move 16 to return-code
           end-if

           perform switch-maintenance-off

           goback.

       switch-maintenance-on.

           move "ON" to maint-operation
           move "storemigr" to maint-owner
           move "the master file is being migrated" to maint-reason
           call 'setmaint' using maint-request

           if (maint-held)
              display "storemigr: maintenance switch not free ("
                  function trim(maint-reason)
                  ") -- nothing done"
              move 16 to return-code
              exit paragraph
           end-if

           if (not maint-ok)
              display "storemigr: cannot switch maintenance on, "
                  "status " maint-status " -- nothing done"
              move 16 to return-code
              exit paragraph
           end-if

           display "storemigr: maintenance switched on"
           move 0 to return-code.

      *> the return-code already set is kept; a switch that will not
      *> come off only raises a clean run to 4.
       switch-maintenance-off.

           move return-code to ws-saved-rc

           move "OFF" to maint-operation
           move "storemigr" to maint-owner
           call 'setmaint' using maint-request

           move ws-saved-rc to return-code

           if (maint-ok)
              display "storemigr: maintenance switched off"
           else
              display "storemigr: cannot switch maintenance off, "
                  "status " maint-status
              if (return-code = 0)
                 move 4 to return-code
              end-if
           end-if.

       convert-one-record.

           read old-file next record
