      *> this 01 is used under an fd, so the filler value clauses
      *> below are for documentation only -- the writer has to move
      *> "|" into each filler itself before every write.
      *> the session user and role go on the end of the line, so an
      *> archive written before they existed still reads -- the
      *> missing tail simply comes back blank (anonymous).
      *> audit-elapsed is how long cow spent serving the request, in
      *> milliseconds -- timed around the destiny call, the cache
      *> lookup or the static serve; a request turned away before
      *> any of those (not found, denied, throttled, bad request)
      *> carries zero.  it is the last field for the same reason, so
      *> a line from before it existed reads it back as spaces, not
      *> a number.

       01 audit-record.

          05  audit-routing-destiny  pic x(999).
          05  audit-filler-5         pic x(1) value "|".
          05  audit-query-text       pic x(3200).
          05  audit-filler-6         pic x(1) value "|".
          05  audit-user-id          pic x(30).
          05  audit-filler-7         pic x(1) value "|".
          05  audit-user-role        pic x(20).
          05  audit-filler-8         pic x(1) value "|".
          05  audit-elapsed          pic 9(7).
