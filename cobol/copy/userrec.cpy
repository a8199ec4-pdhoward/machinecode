      *> one record per sign-in account in the user master, an
      *> indexed data set keyed by usr-id (cobol/config/usermast.dat,
      *> overridable with COW_USER_FILE).  dologin reads it on every
      *> POST /login and keeps the failed-sign-in count and the
      *> last-login stamp current; the useradm screens add, disable,
      *> re-enable, re-role and re-password accounts in it; the
      *> userload job seeds it from the old users.dat flat file.
      *>
      *> usr-pass-hash is the 16-digit hashpass digest, never the
      *> clear text.  usr-status is "A" active, "D" disabled by an
      *> administrator, or "L" locked by dologin after too many
      *> consecutive failed sign-ins -- only an active account can
      *> sign in.  usr-fail-count is the run of failures since the
      *> last good sign-in.  timestamps are yyyymmddhhmmss; a blank
      *> usr-last-login means the account has never signed in.

       01 user-record.

          05  usr-id                 pic x(30).
          05  usr-pass-hash          pic x(16).
          05  usr-role               pic x(20).
          05  usr-status             pic x(1).
              88  usr-is-active      value "A".
              88  usr-is-disabled    value "D".
              88  usr-is-locked      value "L".
          05  usr-fail-count         pic 9(4).
          05  usr-last-fail          pic x(14).
          05  usr-last-login         pic x(14).
          05  usr-created            pic x(14).
          05  usr-updated            pic x(14).
          05  usr-updated-by         pic x(30).
