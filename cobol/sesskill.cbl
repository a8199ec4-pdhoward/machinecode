      *> sesskill ends every live session one user holds, so that
      *> disabling, locking or re-roling an account takes effect on
      *> the very next request instead of at the next
      *> COW_SESSION_HOURS expiry:
      *>
      *>     call 'sesskill' using kill-user-id kill-count kill-status
      *>
      *> the session file is keyed by sess-id only, so the user's
      *> sessions are found by a sequential pass over the whole
      *> file -- the same walk sesspurge makes every night, and just
      *> as safe while cow is taking traffic.  kill-count comes back
      *> with the number of session records deleted.  kill-status is
      *> "00" when the sweep ran (a session file that does not exist
      *> yet has nothing to kill and also answers "00"); anything
      *> else is the file status that stopped it, and the caller
      *> should say so -- a session left alive here is exactly the
      *> gap this program exists to close.

       identification division.
       program-id. sesskill.

       environment division.

       input-output section.

       file-control.
           select session-file assign to dynamic session-file-name
               organization indexed
               access mode sequential
               record key sess-id
               file status session-file-status.

       data division.

       file section.

       fd  session-file.
       copy "sessrec.cpy".

       working-storage section.

       01 session-file-name pic x(200)
                             value "cobol/config/sessions.dat".
       01 session-file-status pic x(2).

       01 ws-eof             pic x(1).

       linkage section.

       01 kill-user-id       pic x(30).
       01 kill-count         pic 9(7) usage comp-5.
       01 kill-status        pic x(2).

       procedure division using kill-user-id kill-count kill-status.

       0000-mainline.

           move zero to kill-count
           move "00" to kill-status

           if (kill-user-id = spaces)
              goback
           end-if

           accept session-file-name
                   from environment "COW_SESSION_FILE"
               on exception
                   move "cobol/config/sessions.dat"
                       to session-file-name
           end-accept

           open i-o session-file

           if (session-file-status = "35")
              goback
           end-if

           if (session-file-status not = "00")
              move session-file-status to kill-status
              goback
           end-if

           move "n" to ws-eof

           perform kill-one-record
               until (ws-eof = "y")

           close session-file

           goback.

      *> expired or not, every record for the user goes -- an
      *> expired one is dead already, and removing it early saves
      *> sesspurge the trouble.
       kill-one-record.

           read session-file next record
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "n")
              and (sess-user-id = kill-user-id)

              delete session-file record

              if (session-file-status = "00")
                 add 1 to kill-count
              else
                 move session-file-status to kill-status
              end-if

           end-if.

       end program sesskill.
