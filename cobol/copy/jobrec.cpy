      *> one request for deferred work in the job queue
      *> (cobol/config/jobq.dat, indexed), written by the jobqueue
      *> subprogram when a caller submits a job and updated by the
      *> jobrun worker as it runs it.  job-id is the submission
      *> timestamp (yyyymmddhhmmss) plus a two-digit tie-breaker, so
      *> key order is submission order and the worker takes jobs
      *> first come, first served.  job-user-id is stamped by
      *> jobqueue from session-context -- a caller cannot queue work
      *> in someone else's name.
      *>
      *> job-user-key is the alternate index (user + job id) behind
      *> the "my jobs" browse; jobqueue stamps it on every write and
      *> rewrite from the fields it mirrors, the way cowstore keeps
      *> store-owner-key.
      *>
      *> job-output is the file the job produced, a bare name inside
      *> the submitting user's cobol/jobout/<user> folder -- which is
      *> all the download route will ever serve to that user.

       01 job-record.

          05  job-key.
              10  job-id             pic x(16).
          05  job-user-id            pic x(30).
          05  job-type               pic x(8).
          05  job-param-1            pic x(30).
          05  job-param-2            pic x(30).
          05  job-status             pic x(8).
          05  job-submitted          pic x(14).
          05  job-started            pic x(14).
          05  job-ended              pic x(14).
          05  job-rc                 pic 9(4).
          05  job-output             pic x(60).
          05  job-message            pic x(80).
          05  job-user-key.
              10  job-alt-user-id    pic x(30).
              10  job-alt-id         pic x(16).
