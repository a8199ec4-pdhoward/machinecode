      *> call interface for the maintenance switch -- checkmaint, which
      *> cow asks before every dispatch and health asks for its page,
      *> and setmaint, which a recovery job uses to take the whole
      *> site down for its own duration:
      *>
      *>     call 'checkmaint' using maint-request
      *>     call 'setmaint' using maint-request
      *>
      *>   CHECK  (checkmaint) is maintenance on for maint-pattern?
      *>          maint-active comes back "y" with the reason, the
      *>          scheduled end (blank: until switched off) and the
      *>          seconds a caller should wait before retrying.  a
      *>          blank maint-pattern asks about the whole site, and
      *>          maint-route-count says how many single routes are
      *>          down as well.
      *>   ON     (setmaint) take the site down for the job named in
      *>          maint-owner, giving maint-reason
      *>   OFF    (setmaint) bring it back up again
      *>
      *> maint-status is "00" when ON or OFF did what was asked and
      *> "HE" when the switch is held by another job, or is there
      *> but cannot be read (maint-reason says which); anything else
      *> is the file status of the switch file that could not be
      *> written.
      *>
      *> there are two switches behind it: cobol/config/maint.dat,
      *> the operator's (whole-site and single-route windows, see the
      *> file's own header), and cobol/config/maint.job, the one a
      *> job sets -- it exists only while that job runs.

       01 maint-request.

          05  maint-operation        pic x(8).
              88  maint-op-check     value "CHECK".
              88  maint-op-on        value "ON".
              88  maint-op-off       value "OFF".

          05  maint-pattern          pic x(999).
          05  maint-owner            pic x(12).
          05  maint-reason           pic x(80).

          05  maint-active           pic x(1).
              88  maint-is-active    value "y".
          05  maint-until            pic x(14).
          05  maint-retry-secs       pic 9(7).
          05  maint-route-count      pic 9(4).

          05  maint-status           pic x(2).
              88  maint-ok           value "00".
              88  maint-held         value "HE".
