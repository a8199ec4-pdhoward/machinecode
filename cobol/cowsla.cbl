      *> cowsla is the daily service-level report: from the elapsed
      *> time cow puts on every audit line it gives, per
      *> routing-pattern, the request count and the average, 95th
      *> percentile and maximum response time, then the ten slowest
      *> single requests of the day, then every route that missed
      *> its response-time target.  it runs in cownight before
      *> auditroll, on the day's live audit.log (COW_SLA_AUDIT_FILE
      *> points it at an archive instead).
      *>
      *> the targets are cobol/config/targets.dat (COW_SLA_TARGETS),
      *> "pattern|milliseconds" lines beside routes.dat: a route
      *> misses when its 95th percentile is over its target.  a
      *> route with no line there has no target and cannot miss.
      *>
      *> only timed requests count -- those cow dispatched, served
      *> from the cache or from a static file, including the ones
      *> whose destiny failed; a request turned away before that
      *> (not found, down for maintenance, denied, throttled, bad
      *> request) took no serving time.  lines from before cow timed
      *> requests carry no elapsed time and are left out.  the
      *> percentile is counted from 10-millisecond steps (the
      *> resolution of cow's clock) up to ten seconds; anything
      *> slower lands in one "10 seconds or more" step, so a 95th
      *> percentile out there is shown as 10000+ -- at that point
      *> the exact figure hardly matters.
      *>
      *> the report goes to COW_SLA_REPORT, default
      *> cobol/config/sla-YYYYMMDD.rpt for the run date.  a missed
      *> target is for the morning reader, not a reason to stop the
      *> overnight chain, and neither is a route table that filled
      *> up (more than 200 routes -- the rest are only in the totals
      *> and the report says so): return-code 0 means the report was
      *> written, 16 means no report at all.

       identification division.
       program-id. cowsla.

       environment division.

       input-output section.

       file-control.
           select audit-file assign to dynamic audit-file-name
               organization line sequential
               file status audit-file-status.

           select target-file assign to dynamic target-file-name
               organization line sequential
               file status target-file-status.

           select report-file assign to dynamic report-file-name
               organization line sequential
               file status report-file-status.

       data division.

       file section.

       fd  audit-file.
       copy "auditrec.cpy".

       fd  target-file.
       01  target-line          pic x(1100).

       fd  report-file.
       01  report-line          pic x(160).

       working-storage section.

       01 audit-file-name      pic x(200)
                                value "cobol/config/audit.log".
       01 audit-file-status    pic x(2).
       01 target-file-name     pic x(200)
                                value "cobol/config/targets.dat".
       01 target-file-status   pic x(2).
       01 report-file-name     pic x(200).
       01 report-file-status   pic x(2).
       01 archive-dir          pic x(200)
                                value "cobol/config".

       01 ws-eof               pic x(1).
       01 ws-clock             pic x(21).
       01 ws-table-full        pic x(1) value "n".

      *> one entry per routing-pattern seen, with its elapsed times
      *> counted into 10-millisecond steps: step n holds the requests
      *> that took (n - 1) * 10 milliseconds, step 1001 everything
      *> from ten seconds up
       01 ws-route-stats.
          05  rs-entry              occurs 200 times.
              10  rs-pattern        pic x(999).
              10  rs-count          pic 9(9) usage comp-5.
              10  rs-total-ms       pic 9(15) usage comp-5.
              10  rs-max-ms         pic 9(7) usage comp-5.
              10  rs-p95-ms         pic 9(7) usage comp-5.
              10  rs-p95-over       pic x(1).
              10  rs-target-ms      pic 9(7) usage comp-5.
              10  rs-has-target     pic x(1).
              10  rs-steps          pic 9(9) usage comp-5
                                    occurs 1001 times.
       01 ws-route-known       pic 9(4) usage comp-5 value zero.
       01 ws-route-slot        pic 9(4) usage comp-5.
       01 ws-find-ctr          pic 9(4) usage comp-5.
       01 ws-step              pic 9(4) usage comp-5.
       01 ws-step-ctr          pic 9(4) usage comp-5.
       01 ws-running           pic 9(9) usage comp-5.
       01 ws-p95-rank          pic 9(9) usage comp-5.

      *> the report order, slowest 95th percentile first
       01 ws-order-table.
          05  ws-order              pic 9(4) usage comp-5
                                    occurs 200 times.
       01 ws-sort-i            pic 9(4) usage comp-5.
       01 ws-sort-j            pic 9(4) usage comp-5.
       01 ws-swap              pic 9(4) usage comp-5.

      *> the ten slowest requests, slowest first
       01 ws-slow-table.
          05  sl-entry              occurs 10 times.
              10  sl-elapsed        pic 9(7) usage comp-5.
              10  sl-timestamp      pic x(26).
              10  sl-method         pic x(7).
              10  sl-outcome        pic x(11).
              10  sl-pattern        pic x(999).
              10  sl-user-id        pic x(30).
       01 ws-slow-known        pic 9(4) usage comp-5 value zero.
       01 ws-slow-ctr          pic 9(4) usage comp-5.

       01 ws-elapsed           pic 9(7).
       01 ws-timed-count       pic 9(9) usage comp-5 value zero.
       01 ws-untimed-count     pic 9(9) usage comp-5 value zero.
       01 ws-missed-count      pic 9(4) usage comp-5 value zero.

       01 ws-ptr               pic 9(4) usage comp-5.
       01 ws-in-pattern        pic x(1000).
       01 ws-in-target         pic x(20).

       01 ws-disp-count        pic z,zzz,zz9.
       01 ws-disp-avg          pic z,zzz,zz9.
       01 ws-disp-p95          pic x(9).
       01 ws-disp-max          pic z,zzz,zz9.
       01 ws-disp-target       pic x(9).
       01 ws-disp-ms           pic z,zzz,zz9.
       01 ws-avg-ms            pic 9(9) usage comp-5.

       procedure division.

       0000-mainline.

           move function current-date to ws-clock
           move 0 to return-code

           accept audit-file-name
                   from environment "COW_SLA_AUDIT_FILE"
               on exception
                   move "cobol/config/audit.log" to audit-file-name
           end-accept

           accept target-file-name
                   from environment "COW_SLA_TARGETS"
               on exception
                   move "cobol/config/targets.dat"
                       to target-file-name
           end-accept

           perform read-audit-file

           perform load-targets

           perform finish-route-stats
               varying ws-route-slot from 1 by 1
               until (ws-route-slot > ws-route-known)

           perform order-routes

           perform write-sla-report

           if (return-code = 16)
              goback
           end-if

           move ws-timed-count to ws-disp-count
           display "cowsla: " function trim(ws-disp-count)
               " timed request(s) reported to "
               function trim(report-file-name)

           move ws-missed-count to ws-disp-count
           display "cowsla: " function trim(ws-disp-count)
               " route(s) missed their target"

           if (ws-table-full = "y")
              display "cowsla: more than 200 routes -- the rest are "
                  "only in the totals"
           end-if

           move 0 to return-code

           goback.

      *> ----------------------------------------------------------
      *> the audit file
      *> ----------------------------------------------------------
       read-audit-file.

           open input audit-file

           if (audit-file-status not = "00")
              display "cowsla: no audit file found at "
                  function trim(audit-file-name)
              exit paragraph
           end-if

           move "n" to ws-eof

           perform read-one-record
               until (ws-eof = "y")

           close audit-file.

       read-one-record.

           read audit-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              exit paragraph
           end-if

           evaluate audit-outcome
              when "DISPATCHED"
              when "CACHEHIT"
              when "DESTINYFAIL"
              when "TOOBIG"
              when "NOTFOUND"
                 continue
              when other
                 exit paragraph
           end-evaluate

           if (audit-routing-pattern = spaces)
              exit paragraph
           end-if

           if (audit-elapsed is not numeric)
              add 1 to ws-untimed-count
              exit paragraph
           end-if

           move audit-elapsed to ws-elapsed
           add 1 to ws-timed-count

           perform find-route-slot

           if (ws-route-slot > zero)
              add 1 to rs-count(ws-route-slot)
              add ws-elapsed to rs-total-ms(ws-route-slot)
              if (ws-elapsed > rs-max-ms(ws-route-slot))
                 move ws-elapsed to rs-max-ms(ws-route-slot)
              end-if
              compute ws-step = ws-elapsed / 10 + 1
              if (ws-step > 1001)
                 move 1001 to ws-step
              end-if
              add 1 to rs-steps(ws-route-slot, ws-step)
           end-if

           perform keep-if-slow.

       find-route-slot.

           move zero to ws-route-slot

           perform varying ws-find-ctr from 1 by 1
               until (ws-find-ctr > ws-route-known)
               if (rs-pattern(ws-find-ctr) = audit-routing-pattern)
                  move ws-find-ctr to ws-route-slot
                  move ws-route-known to ws-find-ctr
               end-if
           end-perform

           if (ws-route-slot > zero)
              exit paragraph
           end-if

           if (ws-route-known = 200)
              move "y" to ws-table-full
              exit paragraph
           end-if

           add 1 to ws-route-known
           move ws-route-known to ws-route-slot
           initialize rs-entry(ws-route-slot)
           move audit-routing-pattern to rs-pattern(ws-route-slot)
           move "n" to rs-has-target(ws-route-slot).

      *> an insertion into the top ten: the new request goes in
      *> above the first slower-or-equal one it beats, and the
      *> tenth falls off the end
       keep-if-slow.

           if (ws-slow-known = 10)
              and (ws-elapsed <= sl-elapsed(10))
              exit paragraph
           end-if

           if (ws-slow-known < 10)
              add 1 to ws-slow-known
           end-if

           move ws-slow-known to ws-slow-ctr

           perform until (ws-slow-ctr = 1)
               if (sl-elapsed(ws-slow-ctr - 1) >= ws-elapsed)
                  exit perform
               end-if
               move sl-entry(ws-slow-ctr - 1) to sl-entry(ws-slow-ctr)
               subtract 1 from ws-slow-ctr
           end-perform

           move ws-elapsed to sl-elapsed(ws-slow-ctr)
           move audit-timestamp to sl-timestamp(ws-slow-ctr)
           move audit-request-method to sl-method(ws-slow-ctr)
           move audit-outcome to sl-outcome(ws-slow-ctr)
           move audit-routing-pattern to sl-pattern(ws-slow-ctr)
           move audit-user-id to sl-user-id(ws-slow-ctr).

      *> ----------------------------------------------------------
      *> targets
      *> ----------------------------------------------------------
       load-targets.

           open input target-file

           if (target-file-status not = "00")
              display "cowsla: no targets file at "
                  function trim(target-file-name)
                  " -- no route can miss"
              exit paragraph
           end-if

           move "n" to ws-eof

           perform load-one-target
               until (ws-eof = "y")

           close target-file.

       load-one-target.

           read target-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              or (target-line = spaces)
              or (target-line(1:1) = "*")
              exit paragraph
           end-if

           move spaces to ws-in-pattern
           move spaces to ws-in-target
           move 1 to ws-ptr

           unstring target-line delimited by "|"
               into ws-in-pattern ws-in-target
               with pointer ws-ptr
           end-unstring

           if (ws-in-target = spaces)
              or (function trim(ws-in-target) is not numeric)
              or (function length(function trim(ws-in-target)) > 7)
              display "cowsla: target line ignored -- "
                  function trim(target-line)
              exit paragraph
           end-if

           perform varying ws-find-ctr from 1 by 1
               until (ws-find-ctr > ws-route-known)
               if (rs-pattern(ws-find-ctr) = ws-in-pattern)
                  move "y" to rs-has-target(ws-find-ctr)
                  move function numval(ws-in-target)
                      to rs-target-ms(ws-find-ctr)
               end-if
           end-perform.

      *> the 95th percentile is the elapsed time of the request at
      *> rank ceiling(count * 0.95) in elapsed order: walk the steps
      *> until that many requests have been counted.
       finish-route-stats.

           compute ws-p95-rank
               = (rs-count(ws-route-slot) * 95 + 99) / 100

           move zero to ws-running
           move "n" to rs-p95-over(ws-route-slot)

           perform varying ws-step-ctr from 1 by 1
               until (ws-step-ctr > 1001)
                  or (ws-running >= ws-p95-rank)
               add rs-steps(ws-route-slot, ws-step-ctr) to ws-running
           end-perform

           subtract 1 from ws-step-ctr

           if (ws-step-ctr = 1001)
              move "y" to rs-p95-over(ws-route-slot)
              move 10000 to rs-p95-ms(ws-route-slot)
           else
              compute rs-p95-ms(ws-route-slot)
                  = (ws-step-ctr - 1) * 10
           end-if

           if (rs-has-target(ws-route-slot) = "y")
              and (rs-p95-ms(ws-route-slot)
                      > rs-target-ms(ws-route-slot))
              add 1 to ws-missed-count
           end-if.

      *> the same descending bubble sort cowreport uses, on an index
      *> table so the wide entries stay where they are
       order-routes.

           perform varying ws-sort-i from 1 by 1
               until (ws-sort-i > ws-route-known)
               move ws-sort-i to ws-order(ws-sort-i)
           end-perform

           perform varying ws-sort-i from 1 by 1
               until ws-sort-i > ws-route-known

               perform varying ws-sort-j from 1 by 1
                   until ws-sort-j > (ws-route-known - ws-sort-i)

                   if (rs-p95-ms(ws-order(ws-sort-j))
                          < rs-p95-ms(ws-order(ws-sort-j + 1)))
                      move ws-order(ws-sort-j) to ws-swap
                      move ws-order(ws-sort-j + 1)
                          to ws-order(ws-sort-j)
                      move ws-swap to ws-order(ws-sort-j + 1)
                   end-if

               end-perform

           end-perform.

      *> ----------------------------------------------------------
      *> the report
      *> ----------------------------------------------------------
       write-sla-report.

           accept report-file-name
                   from environment "COW_SLA_REPORT"
               on exception move spaces to report-file-name
           end-accept

           if (report-file-name = spaces)
              string function trim(archive-dir)  delimited by size
                     "/sla-"                     delimited by size
                     ws-clock(1:8)               delimited by size
                     ".rpt"                      delimited by size
                  into report-file-name
              end-string
           end-if

           open output report-file

           if (report-file-status not = "00")
              display "cowsla: cannot write report file, status "
                  report-file-status
              move 16 to return-code
              exit paragraph
           end-if

           move spaces to report-line
           string "cow service levels, "           delimited by size
                  function trim(audit-file-name)   delimited by size
                  ", run "                         delimited by size
                  ws-clock(1:8)                    delimited by size
               into report-line
           end-string
           write report-line

           move "=============================================="
               to report-line
           write report-line

           move ws-timed-count to ws-disp-count
           move spaces to report-line
           string function trim(ws-disp-count) delimited by size
                  " timed request(s); times in milliseconds"
                                               delimited by size
               into report-line
           end-string
           write report-line

           if (ws-untimed-count > zero)
              move ws-untimed-count to ws-disp-count
              move spaces to report-line
              string function trim(ws-disp-count) delimited by size
                     " request(s) logged without a time, left out"
                                                  delimited by size
                  into report-line
              end-string
              write report-line
           end-if

           if (ws-table-full = "y")
              move "WARNING: more than 200 routes -- the rest are "
                  & "only in the totals" to report-line
              write report-line
           end-if

           move spaces to report-line
           write report-line
           move "by routing-pattern (slowest 95th percentile first):"
               to report-line
           write report-line
           move spaces to report-line
           move " requests   average       p95   maximum    target"
               & "  pattern" to report-line
           write report-line

           perform varying ws-sort-i from 1 by 1
               until (ws-sort-i > ws-route-known)
               move ws-order(ws-sort-i) to ws-route-slot
               perform write-route-line
           end-perform

           move spaces to report-line
           write report-line
           move "the ten slowest requests:" to report-line
           write report-line

           perform varying ws-slow-ctr from 1 by 1
               until (ws-slow-ctr > ws-slow-known)
               perform write-slow-line
           end-perform

           move spaces to report-line
           write report-line
           move "routes that missed their target (95th percentile "
               & "over target):" to report-line
           write report-line

           perform varying ws-sort-i from 1 by 1
               until (ws-sort-i > ws-route-known)
               move ws-order(ws-sort-i) to ws-route-slot
               if (rs-has-target(ws-route-slot) = "y")
                  and (rs-p95-ms(ws-route-slot)
                          > rs-target-ms(ws-route-slot))
                  perform write-route-line
               end-if
           end-perform

           if (ws-missed-count = zero)
              move "  none" to report-line
              write report-line
           end-if

           close report-file.

       write-route-line.

           move rs-count(ws-route-slot) to ws-disp-count

           compute ws-avg-ms
               = rs-total-ms(ws-route-slot) / rs-count(ws-route-slot)
           move ws-avg-ms to ws-disp-avg

           if (rs-p95-over(ws-route-slot) = "y")
              move "   10000+" to ws-disp-p95
           else
              move rs-p95-ms(ws-route-slot) to ws-disp-ms
              move ws-disp-ms to ws-disp-p95
           end-if

           move rs-max-ms(ws-route-slot) to ws-disp-max

           if (rs-has-target(ws-route-slot) = "y")
              move rs-target-ms(ws-route-slot) to ws-disp-ms
              move ws-disp-ms to ws-disp-target
           else
              move "        -" to ws-disp-target
           end-if

           move spaces to report-line
           string ws-disp-count       delimited by size
                  " "                 delimited by size
                  ws-disp-avg         delimited by size
                  " "                 delimited by size
                  ws-disp-p95         delimited by size
                  " "                 delimited by size
                  ws-disp-max         delimited by size
                  " "                 delimited by size
                  ws-disp-target      delimited by size
                  "  "                delimited by size
                  function trim(rs-pattern(ws-route-slot))
                                      delimited by size
               into report-line
           end-string
           write report-line.

       write-slow-line.

           move sl-elapsed(ws-slow-ctr) to ws-disp-ms

           move spaces to report-line
           string ws-disp-ms                       delimited by size
                  "  "                             delimited by size
                  sl-timestamp(ws-slow-ctr)(1:14)  delimited by size
                  " "                              delimited by size
                  sl-method(ws-slow-ctr)           delimited by size
                  " "                              delimited by size
                  sl-outcome(ws-slow-ctr)          delimited by size
                  " "                              delimited by size
                  function trim(sl-pattern(ws-slow-ctr))
                                                   delimited by size
                  " "                              delimited by size
                  function trim(sl-user-id(ws-slow-ctr))
                                                   delimited by size
               into report-line
           end-string
           write report-line.

       end program cowsla.
