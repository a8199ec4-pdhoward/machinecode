      *> and STARTUPFAIL counts against configurable thresholds.  on
      *> a breach it writes an alert line to cobol/config/alert.log
      *> and ends with return-code 8 so the scheduler can page on it.
      *> nothing else is watched -- in particular not MAINTENANCE: a
      *> route taken down through the maintenance switch answers
      *> exactly as the operator asked, and must never page anyone.
      *>
      *> the position reached last time (a record count) and the
      *> outcomes currently in alert are kept in
