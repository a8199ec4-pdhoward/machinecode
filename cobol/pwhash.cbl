      *> pwhash is the operator utility that makes a password hash
      *> for the seed credentials file: run it with the new password
      *> in COW_PASSWORD and paste the 16 digits it prints into the
      *> middle column of a "userid|password-hash|role" line in
      *> cobol/config/users.dat, then load it with userload.  it
      *> calls the same hashpass that dologin and the useradm
      *> screens call, which is the whole point -- there is exactly
      *> one implementation of the hash.  the
      *> password comes from the environment, not the command line,
      *> so it never shows up in a process listing.

