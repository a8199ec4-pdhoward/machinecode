      *> archived days, "last month" the 30 before those.  errors
      *> are everything cow answered without a normal dispatch:
      *> NOTFOUND, DESTINYFAIL, STARTUPFAIL, DENIED, BADREQUEST,
      *> TOOBIG and THROTTLED.  MAINTENANCE is traffic but never an
      *> error: a route taken down on purpose has not gone wrong,
      *> and a planned outage must not flag it.  a flagged pattern
      *> is a line in the report, not a return-code -- this is a
      *> report, and it must not stop a batch window the way a
      *> watchdog would.
      *> return-code 0 means the report was written; 16 means it
      *> could not be.

              when "TOOBIG"
              when "THROTTLED"
                 move "y" to ws-is-error
              when "MAINTENANCE"
                 move "n" to ws-is-error
              when other
                 move "n" to ws-is-error
           end-evaluate
