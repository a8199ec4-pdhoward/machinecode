      *> the next:
      *>
      *>   cowreport   report on the day's live audit.log first,
      *>   cowsla      and its service levels,
      *>   auditroll   then rotate it to audit-YYYYMMDD.log,
      *>   cowtrend    then trend over the archives (now including
      *>               the one just made),
      *>   sesspurge   sweep expired sessions,
      *>   ratesweep   sweep aged-out rate counters,
      *>   cowfeed     send the day's master-file changes to the
      *>               downstream systems while they are still in
      *>               the live journal,
      *>   storerecon  prove the last backup and the journals still
      *>               rebuild the master -- a discrepancy stops the
      *>               chain here, before the journal is closed out,
      *>   storeback   back up the master file and close out its
      *>               journal.
      *>
       01 state-file-status    pic x(2).

       01 ws-step-table.
          05 ws-step-entry       occurs 10 times.
             10 st-name          pic x(12).
             10 st-done          pic x(1).

       01 ws-step-count        pic 9(4) usage comp-5 value 9.
       01 ws-step-ctr          pic 9(4) usage comp-5.
       01 ws-step-rc           pic 9(4) usage comp-5.
       01 ws-chain-broken      pic x(1) value "n".
           move spaces to ws-last-date

           move "cowreport" to st-name(1)
           move "cowsla" to st-name(2)
           move "auditroll" to st-name(3)
           move "cowtrend" to st-name(4)
           move "sesspurge" to st-name(5)
           move "ratesweep" to st-name(6)
           move "cowfeed" to st-name(7)
           move "storerecon" to st-name(8)
           move "storeback" to st-name(9)

           perform varying ws-step-ctr from 1 by 1
               until (ws-step-ctr > ws-step-count)
               move "n" to st-done(ws-step-ctr)
           end-perform

           display "cownight: window for " ws-tonight

           perform varying ws-step-ctr from 1 by 1
               until (ws-step-ctr > ws-step-count)
                  or (ws-chain-broken = "y")
               perform run-one-step
           end-perform
              if (ws-state-date not = ws-last-date)
                 move ws-state-date to ws-last-date
                 perform varying ws-find-ctr from 1 by 1
                     until (ws-find-ctr > ws-step-count)
                     move "n" to st-done(ws-find-ctr)
                 end-perform
              end-if
                 and (function trim(ws-state-rc) = "0000")

                 perform varying ws-find-ctr from 1 by 1
                     until (ws-find-ctr > ws-step-count)

                     if (st-name(ws-find-ctr) = ws-state-step)
                        move "y" to st-done(ws-find-ctr)
           move "y" to ws-all-done

           perform varying ws-find-ctr from 1 by 1
               until (ws-find-ctr > ws-step-count)
               if (st-done(ws-find-ctr) not = "y")
                  move "n" to ws-all-done
               end-if
              when other
                 move ws-today to ws-tonight
                 perform varying ws-find-ctr from 1 by 1
                     until (ws-find-ctr > ws-step-count)
                     move "n" to st-done(ws-find-ctr)
                 end-perform

