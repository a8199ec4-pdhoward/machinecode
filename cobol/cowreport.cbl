      *> count of unmatched queries that fell through to
      *> route-not-found-error, and the count of destiny-call
      *> failures, each sorted by volume so a hammered or dying route
      *> is the first thing on the page.  requests turned away by the
      *> maintenance switch (MAINTENANCE) get a count of their own,
      *> apart from the error counts -- they are planned downtime,
      *> not failures.

       identification division.
       program-id. cowreport.
       01 ws-badreq-count      pic 9(7) usage comp-5 value zero.
       01 ws-toobig-count      pic 9(7) usage comp-5 value zero.
       01 ws-throttled-count   pic 9(7) usage comp-5 value zero.
       01 ws-maint-count       pic 9(7) usage comp-5 value zero.
       01 ws-cachehit-count    pic 9(7) usage comp-5 value zero.

       01 ws-pattern-stats occurs 200 times.
           display "throttled requests (429): "
               function trim(ws-disp-count)

           move ws-maint-count to ws-disp-count
           display "turned away for maintenance (503): "
               function trim(ws-disp-count)

           move ws-cachehit-count to ws-disp-count
           display "served from the response cache: "
               function trim(ws-disp-count)
                 when "THROTTLED"
                    add 1 to ws-throttled-count
                    perform record-pattern-hit
                 when "MAINTENANCE"
                    add 1 to ws-maint-count
                    perform record-pattern-hit
                 when "CACHEHIT"
                    add 1 to ws-cachehit-count
                    perform record-pattern-hit
