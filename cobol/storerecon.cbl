      *> storerecon is the nightly proof that the application master
      *> file can be rebuilt: storeback proves tonight's archive
      *> matches the master, but only this job proves the journal is
      *> complete -- that the last archive plus the journals since
      *> rebuild exactly the master that is live now.  a journal line
      *> lost to cowstore's "journal won't open, keep going" rule
      *> shows up here the same night, not on the day of a restore.
      *>
      *> it runs in cownight just before storeback, while the day's
      *> updates are still in the live journal.  it finds the latest
      *> master-YYYYMMDD.bak (back COW_RECON_DAYS days, default 31),
      *> reloads it into a scratch file (COW_RECON_SCRATCH, default
      *> cobol/config/recon.dat -- left in place after the run, for
      *> whoever has to investigate) and replays the journals
      *> storerest would replay -- the journal-YYYYMMDD.log archives
      *> for every day after the backup, then the live journal.log --
      *> with storerest's own replay rules.  the scratch file and the
      *> master are then read side by side in key order and every
      *> difference is a discrepancy:
      *>
      *>   a record in the master the replay does not have,
      *>   a record the replay has that the master does not,
      *>   a record whose owner, data or stamps differ,
      *>   a journal REWRITE or DELETE of a record the replay does
      *>     not hold, or a WRITE of one it already holds -- an
      *>     earlier line is missing,
      *>   a journal line that cannot be read.
      *>
      *> every master record is also checked on its own: the owner
      *> alternate key must match store-owner-id and store-rec-type,
      *> store-created and store-updated must be real timestamps no
      *> later than now, and updated must not be before created.
      *>
      *> cow keeps taking traffic while this runs, so the replay
      *> stops at the moment the run started and a record changed
      *> since then -- its master stamp, or a journal line, at or
      *> after that moment -- is not held against the journal.
      *>
      *> everything goes on the exception report, COW_RECON_REPORT,
      *> default cobol/config/recon-YYYYMMDD.rpt.  return-code 0
      *> means no discrepancies (or no backup yet to start from --
      *> the first night has nothing to reconcile against, and the
      *> report says so); 8 means discrepancies were found, which
      *> stops cownight before storeback closes the journal out;
      *> 16 means the job could not run.

       identification division.
       program-id. storerecon.

       environment division.

       input-output section.

       file-control.
           select store-file assign to dynamic store-file-name
               organization indexed
               access mode sequential
               record key store-key
               alternate record key store-owner-key
                   with duplicates
               file status store-file-status.

           select scratch-file assign to dynamic scratch-file-name
               organization indexed
               access mode dynamic
               record key scratch-key
               file status scratch-file-status.

           select archive-file assign to dynamic archive-file-name
               organization sequential
               file status archive-file-status.

           select journal-file assign to dynamic journal-file-name
               organization line sequential
               file status journal-file-status.

           select report-file assign to dynamic report-file-name
               organization line sequential
               file status report-file-status.

       data division.

       file section.

       fd  store-file.
       copy "storerec.cpy".

       fd  scratch-file.
      *> the replayed master: a byte-for-byte image of store-record
      *> (1138 bytes), restated under its own names so both files can
      *> be read at once.  it needs no owner index of its own -- it
      *> is only ever read by key.
       01  scratch-record.
           05  scratch-key.
               10  scratch-rec-type     pic x(10).
               10  scratch-rec-id       pic x(30).
           05  scratch-owner-id         pic x(30).
           05  scratch-data             pic x(1000).
           05  scratch-created          pic x(14).
           05  scratch-updated          pic x(14).
           05  scratch-owner-key.
               10  scratch-alt-owner-id pic x(30).
               10  scratch-alt-rec-type pic x(10).

       fd  archive-file.
      *> the storeback archive image, as storerest reads it
       01  archive-record        pic x(1138).

       fd  journal-file.
       copy "jrnlrec.cpy".

       fd  report-file.
       01  report-line          pic x(160).

       working-storage section.

       01 store-file-name      pic x(200)
                                value "cobol/config/master.dat".
       01 store-file-status    pic x(2).
       01 scratch-file-name    pic x(200)
                                value "cobol/config/recon.dat".
       01 scratch-file-status  pic x(2).
       01 archive-file-name    pic x(200).
       01 archive-file-status  pic x(2).
       01 journal-file-name    pic x(200).
       01 journal-file-status  pic x(2).
       01 live-journal-name    pic x(200)
                                value "cobol/config/journal.log".
       01 report-file-name     pic x(200).
       01 report-file-status   pic x(2).
       01 archive-dir          pic x(200)
                                value "cobol/config".

       01 ws-clock             pic x(21).
       01 ws-cutoff            pic x(14).
       01 ws-eof               pic x(1).
       01 ws-days-text         pic x(10).
       01 ws-recon-days        pic 9(4) usage comp-5.
       01 ws-date-num          pic 9(8).
       01 ws-date-text         pic x(8).
       01 ws-base-date         pic x(8).
       01 ws-today-int         pic 9(8) usage comp-5.
       01 ws-scan-int          pic 9(8) usage comp-5.
       01 ws-oldest-int        pic 9(8) usage comp-5.
       01 ws-have-base         pic x(1) value "n".
       01 ws-cannot-run        pic x(1) value "n".

      *> the side-by-side read: a file that has run out reads as
      *> high-values, so the other one drains past it
       01 ws-master-key        pic x(40).
       01 ws-scratch-key       pic x(40).
       01 ws-master-open       pic x(1) value "n".

       01 ws-load-count        pic 9(9) usage comp-5 value zero.
       01 ws-journal-count     pic 9(9) usage comp-5 value zero.
       01 ws-applied-count     pic 9(9) usage comp-5 value zero.
       01 ws-later-count       pic 9(9) usage comp-5 value zero.
       01 ws-master-count      pic 9(9) usage comp-5 value zero.
       01 ws-scratch-count     pic 9(9) usage comp-5 value zero.
       01 ws-excused-count     pic 9(9) usage comp-5 value zero.
       01 ws-disp-count        pic z,zzz,zz9.

      *> discrepancies are held until the run is over, so the ones
      *> on records changed during the run can be set aside first
       01 ws-found-count       pic 9(9) usage comp-5 value zero.
       01 ws-disc-known        pic 9(4) usage comp-5 value zero.
       01 ws-disc-table.
          05  dt-entry              occurs 500 times.
              10  dt-key            pic x(40).
              10  dt-text           pic x(80).
       01 ws-disc-ctr          pic 9(4) usage comp-5.
       01 ws-reported-count    pic 9(9) usage comp-5 value zero.

      *> the records changed since the run started
       01 ws-changed-known     pic 9(4) usage comp-5 value zero.
       01 ws-changed-full      pic x(1) value "n".
       01 ws-changed-table.
          05  ct-key                pic x(40) occurs 200 times.
       01 ws-changed-ctr       pic 9(4) usage comp-5.
       01 ws-is-changed        pic x(1).

       01 ws-note-key          pic x(40).
       01 ws-note-text         pic x(80).
       01 ws-text-ptr          pic 9(4) usage comp-5.

       01 ws-stamp-work        pic x(14).
       01 ws-stamp-ok          pic x(1).
       01 ws-stamp-date        pic 9(8).
       01 ws-hh                pic 99.
       01 ws-mi                pic 99.
       01 ws-ss                pic 99.
       01 ws-check-clock       pic x(21).
       01 ws-created-ok        pic x(1).
       01 ws-updated-ok        pic x(1).

       01 ws-exist-details.
          05  we-file-size     pic x(8) usage comp-x.
          05  we-file-date     pic x(2) usage comp-x.
          05  we-file-time     pic x(2) usage comp-x.
          05  we-filler        pic x(24).

       procedure division.

       0000-mainline.

           move function current-date to ws-clock
           move ws-clock(1:14) to ws-cutoff
           move 0 to return-code

           accept store-file-name
                   from environment "COW_STORE_FILE"
               on exception
                   move "cobol/config/master.dat"
                       to store-file-name
           end-accept

           accept scratch-file-name
                   from environment "COW_RECON_SCRATCH"
               on exception
                   move "cobol/config/recon.dat"
                       to scratch-file-name
           end-accept

           accept live-journal-name
                   from environment "COW_JOURNAL_FILE"
               on exception
                   move "cobol/config/journal.log"
                       to live-journal-name
           end-accept

           accept ws-days-text from environment "COW_RECON_DAYS"
               on exception move spaces to ws-days-text
           end-accept

           if (ws-days-text not = spaces)
              and (function trim(ws-days-text) is numeric)
              and (function length(function trim(ws-days-text)) <= 4)
              move function numval(ws-days-text) to ws-recon-days
           else
              move 31 to ws-recon-days
           end-if

           perform open-recon-report

           if (ws-cannot-run = "y")
              move 16 to return-code
              goback
           end-if

           perform find-latest-archive

           if (ws-have-base = "y")
              perform rebuild-scratch-file
           end-if

           if (ws-cannot-run = "n")
              perform compare-master-file
           end-if

           if (ws-cannot-run = "n")
              perform note-changed-records
           end-if

           perform finish-recon-report

           move ws-reported-count to ws-disp-count
           display "storerecon: " function trim(ws-disp-count)
               " discrepancy(ies) -- see "
               function trim(report-file-name)

           evaluate true

              when (ws-cannot-run = "y")
                 move 16 to return-code

              when (ws-reported-count > zero)
                 move 8 to return-code

              when other
                 move 0 to return-code

           end-evaluate

           goback.

      *> ----------------------------------------------------------
      *> the starting point
      *> ----------------------------------------------------------
      *> the newest archive wins; a day with none is simply a day
      *> storeback did not run
       find-latest-archive.

           move ws-clock(1:8) to ws-date-text
           move function numval(ws-date-text) to ws-date-num
           move function integer-of-date(ws-date-num)
               to ws-today-int

           move ws-today-int to ws-scan-int
           compute ws-oldest-int = ws-today-int - ws-recon-days

           perform try-one-archive
               until (ws-have-base = "y")
                  or (ws-scan-int < ws-oldest-int)

           if (ws-have-base = "n")
              move ws-recon-days to ws-disp-count
              move spaces to report-line
              string "no master-file archive in the last "
                                              delimited by size
                     function trim(ws-disp-count)
                                              delimited by size
                     " day(s): nothing to replay from -- records "
                                              delimited by size
                     "checked on their own only"
                                              delimited by size
                  into report-line
              end-string
              write report-line
              display "storerecon: no archive to reconcile from"
           end-if.

       try-one-archive.

           move function date-of-integer(ws-scan-int)
               to ws-date-num
           move ws-date-num to ws-date-text

           move spaces to archive-file-name
           string function trim(archive-dir)  delimited by size
                  "/master-"                  delimited by size
                  ws-date-text                delimited by size
                  ".bak"                      delimited by size
               into archive-file-name
           end-string

           call "CBL_CHECK_FILE_EXIST" using
                   archive-file-name ws-exist-details

           if (return-code = 0)
              move "y" to ws-have-base
              move ws-date-text to ws-base-date
           else
              subtract 1 from ws-scan-int
           end-if
           move 0 to return-code.

      *> ----------------------------------------------------------
      *> the replay, into the scratch file
      *> ----------------------------------------------------------
       rebuild-scratch-file.

           display "storerecon: replaying "
               function trim(archive-file-name)
               " and the journals since"

           open input archive-file

           if (archive-file-status not = "00")
              display "storerecon: cannot open archive, status "
                  archive-file-status
              move "y" to ws-cannot-run
              exit paragraph
           end-if

           open output scratch-file

           if (scratch-file-status not = "00")
              display "storerecon: cannot build scratch file, status "
                  scratch-file-status
              close archive-file
              move "y" to ws-cannot-run
              exit paragraph
           end-if

           move "n" to ws-eof

           perform reload-one-record
               until (ws-eof = "y")

           close archive-file
           close scratch-file

           open i-o scratch-file

           if (scratch-file-status not = "00")
              display "storerecon: cannot reopen scratch file, "
                  "status " scratch-file-status
              move "y" to ws-cannot-run
              exit paragraph
           end-if

           move function numval(ws-base-date) to ws-date-num
           move function integer-of-date(ws-date-num)
               to ws-scan-int

           perform replay-one-day
               until (ws-scan-int >= ws-today-int)

           move live-journal-name to journal-file-name
           perform replay-one-journal

           close scratch-file

           move spaces to report-line
           string "replayed from "                 delimited by size
                  function trim(archive-file-name) delimited by size
                  " and the journals since, up to "
                                                   delimited by size
                  ws-cutoff                        delimited by size
               into report-line
           end-string
           write report-line.

       reload-one-record.

           read archive-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "n")
              move archive-record to scratch-record
              write scratch-record
                  invalid key
                      continue
              end-write
              add 1 to ws-load-count
           end-if.

       replay-one-day.

           add 1 to ws-scan-int

           move function date-of-integer(ws-scan-int)
               to ws-date-num
           move ws-date-num to ws-date-text

           move spaces to journal-file-name
           string function trim(archive-dir)  delimited by size
                  "/journal-"                 delimited by size
                  ws-date-text                delimited by size
                  ".log"                      delimited by size
               into journal-file-name
           end-string

           perform replay-one-journal.

       replay-one-journal.

           call "CBL_CHECK_FILE_EXIST" using
                   journal-file-name ws-exist-details

           if (return-code not = 0)
              move 0 to return-code
              exit paragraph
           end-if
           move 0 to return-code

           open input journal-file

           if (journal-file-status not = "00")
              move spaces to ws-note-key
              move spaces to ws-note-text
              string "journal "                       delimited by size
                     function trim(journal-file-name) delimited by size
                     " cannot be read, status "       delimited by size
                     journal-file-status              delimited by size
                  into ws-note-text
              end-string
              perform note-discrepancy
              exit paragraph
           end-if

           move "n" to ws-eof

           perform replay-one-line
               until (ws-eof = "y")

           close journal-file.

      *> the replay rules are storerest's; where storerest quietly
      *> repairs a gap -- a WRITE over a record already there, a
      *> REWRITE or DELETE of one that is not -- the gap is noted
      *> first, because it means a journal line went missing
       replay-one-line.

           read journal-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              exit paragraph
           end-if

           add 1 to ws-journal-count

           move jrnl-rec-type to scratch-rec-type
           move jrnl-rec-id to scratch-rec-id
           move scratch-key to ws-note-key

          *> checked before the cutoff: letters compare high, and a
          *> garbled stamp must be reported, not put down as a change
          *> made during the run
           if (jrnl-timestamp is not numeric)
              move spaces to ws-note-text
              string "unreadable journal line in "   delimited by size
                     function trim(journal-file-name) delimited by size
                  into ws-note-text
              end-string
              perform note-discrepancy
              exit paragraph
           end-if

           if (jrnl-timestamp >= ws-cutoff)
              add 1 to ws-later-count
              exit paragraph
           end-if

           evaluate jrnl-operation

              when "WRITE"
                 perform replay-write

              when "REWRITE"
                 perform replay-rewrite

              when "DELETE"
                 perform replay-delete

              when other
                 move spaces to ws-note-text
                 string "journal line with no operation in "
                                              delimited by size
                        function trim(journal-file-name)
                                              delimited by size
                     into ws-note-text
                 end-string
                 perform note-discrepancy

           end-evaluate.

       replay-write.

           perform build-scratch-from-journal

           write scratch-record
               invalid key
                   continue
           end-write

           if (scratch-file-status = "22")
              move spaces to ws-note-text
              string "journal WRITE at "            delimited by size
                     jrnl-timestamp                 delimited by size
                     " of a record already there"   delimited by size
                  into ws-note-text
              end-string
              perform note-discrepancy
              perform replay-rewrite
           else
              add 1 to ws-applied-count
           end-if.

       replay-rewrite.

           move jrnl-rec-type to scratch-rec-type
           move jrnl-rec-id to scratch-rec-id

           read scratch-file
               invalid key
                   continue
           end-read

           if (scratch-file-status = "00")

              move jrnl-after-data to scratch-data
              move jrnl-timestamp to scratch-updated
              move scratch-owner-id to scratch-alt-owner-id
              move scratch-rec-type to scratch-alt-rec-type

              rewrite scratch-record
                  invalid key
                      continue
              end-rewrite

           else

              move spaces to ws-note-text
              string "journal REWRITE at "          delimited by size
                     jrnl-timestamp                 delimited by size
                     " of a record not there"       delimited by size
                  into ws-note-text
              end-string
              perform note-discrepancy

              perform build-scratch-from-journal

              write scratch-record
                  invalid key
                      continue
              end-write

           end-if

           add 1 to ws-applied-count.

       replay-delete.

           move jrnl-rec-type to scratch-rec-type
           move jrnl-rec-id to scratch-rec-id

           delete scratch-file record
               invalid key
                   continue
           end-delete

           if (scratch-file-status not = "00")
              move spaces to ws-note-text
              string "journal DELETE at "           delimited by size
                     jrnl-timestamp                 delimited by size
                     " of a record not there"       delimited by size
                  into ws-note-text
              end-string
              perform note-discrepancy
           end-if

           add 1 to ws-applied-count.

       build-scratch-from-journal.

           move jrnl-rec-type to scratch-rec-type
           move jrnl-rec-id to scratch-rec-id
           move jrnl-user-id to scratch-owner-id
           move jrnl-after-data to scratch-data
           move jrnl-timestamp to scratch-created
           move jrnl-timestamp to scratch-updated
           move scratch-owner-id to scratch-alt-owner-id
           move scratch-rec-type to scratch-alt-rec-type.

      *> ----------------------------------------------------------
      *> the comparison
      *> ----------------------------------------------------------
      *> a master that does not exist yet reads as empty -- cowstore
      *> creates it on first use -- so an archive with records in it
      *> still shows every one of them as missing
       compare-master-file.

           open input store-file

           evaluate true

              when (store-file-status = "00")
                 move "y" to ws-master-open

              when (store-file-status = "35")
                 continue

              when other
                 display "storerecon: cannot open master file, "
                     "status " store-file-status
                 move "y" to ws-cannot-run
                 exit paragraph

           end-evaluate

           if (ws-have-base = "y")
              open input scratch-file
              if (scratch-file-status not = "00")
                 display "storerecon: cannot reread scratch file, "
                     "status " scratch-file-status
                 if (ws-master-open = "y")
                    close store-file
                 end-if
                 move "y" to ws-cannot-run
                 exit paragraph
              end-if
           end-if

           perform read-next-master
           perform read-next-scratch

           perform compare-one-key
               until (ws-master-key = high-values)
                 and (ws-scratch-key = high-values)

           if (ws-master-open = "y")
              close store-file
           end-if

           if (ws-have-base = "y")
              close scratch-file
           end-if.

       read-next-master.

           move high-values to ws-master-key

           if (ws-master-open not = "y")
              exit paragraph
           end-if

           read store-file next record
               at end continue
           end-read

           if (store-file-status = "00")
              move store-key to ws-master-key
              add 1 to ws-master-count
           end-if.

       read-next-scratch.

           move high-values to ws-scratch-key

           if (ws-have-base not = "y")
              exit paragraph
           end-if

           read scratch-file next record
               at end continue
           end-read

           if (scratch-file-status = "00")
              move scratch-key to ws-scratch-key
              add 1 to ws-scratch-count
           end-if.

       compare-one-key.

           evaluate true

              when (ws-master-key < ws-scratch-key)
                 perform check-master-record
                 if (ws-have-base = "y")
                    move ws-master-key to ws-note-key
                    move "in the master but not rebuilt by the "
                        & "backup and journals" to ws-note-text
                    perform note-discrepancy
                 end-if
                 perform read-next-master

              when (ws-scratch-key < ws-master-key)
                 move ws-scratch-key to ws-note-key
                 move "rebuilt by the backup and journals but not "
                     & "in the master" to ws-note-text
                 perform note-discrepancy
                 perform read-next-scratch

              when other
                 perform check-master-record
                 perform compare-record-images
                 perform read-next-master
                 perform read-next-scratch

           end-evaluate.

       compare-record-images.

           if (store-owner-id = scratch-owner-id)
              and (store-data = scratch-data)
              and (store-created = scratch-created)
              and (store-updated = scratch-updated)
              exit paragraph
           end-if

           move ws-master-key to ws-note-key
           move spaces to ws-note-text
           move 1 to ws-text-ptr

           string "differs from the rebuilt record in:"
                                              delimited by size
               into ws-note-text
               with pointer ws-text-ptr
           end-string

           if (store-owner-id not = scratch-owner-id)
              string " owner" delimited by size
                  into ws-note-text
                  with pointer ws-text-ptr
              end-string
           end-if

           if (store-data not = scratch-data)
              string " data" delimited by size
                  into ws-note-text
                  with pointer ws-text-ptr
              end-string
           end-if

           if (store-created not = scratch-created)
              string " created" delimited by size
                  into ws-note-text
                  with pointer ws-text-ptr
              end-string
           end-if

           if (store-updated not = scratch-updated)
              string " updated" delimited by size
                  into ws-note-text
                  with pointer ws-text-ptr
              end-string
           end-if

           perform note-discrepancy.

      *> the record on its own: the owner index in step with the
      *> fields it mirrors, and stamps that make sense
       check-master-record.

           move ws-master-key to ws-note-key

           if (store-alt-owner-id not = store-owner-id)
              or (store-alt-rec-type not = store-rec-type)
              move "owner alternate key does not match the owner "
                  & "and type" to ws-note-text
              perform note-discrepancy
           end-if

           move function current-date to ws-check-clock

           move store-created to ws-stamp-work
           perform check-stamp
           move ws-stamp-ok to ws-created-ok

           if (ws-created-ok = "n")
              move "created is not a timestamp up to now"
                  to ws-note-text
              perform note-discrepancy
           end-if

           move store-updated to ws-stamp-work
           perform check-stamp
           move ws-stamp-ok to ws-updated-ok

           if (ws-updated-ok = "n")
              move "updated is not a timestamp up to now"
                  to ws-note-text
              perform note-discrepancy
           end-if

           if (ws-updated-ok = "y")
              and (store-updated >= ws-cutoff)
              perform remember-changed-key
           end-if

           if (ws-created-ok = "y") and (ws-updated-ok = "y")
              and (store-updated < store-created)
              move "updated is before created" to ws-note-text
              perform note-discrepancy
           end-if.

      *> ws-stamp-work as yyyymmddhhmmss: a real calendar date and
      *> time of day, and not after the clock
       check-stamp.

           move "n" to ws-stamp-ok

           if (ws-stamp-work is not numeric)
              exit paragraph
           end-if

           move ws-stamp-work(1:8) to ws-stamp-date
           move ws-stamp-work(9:2) to ws-hh
           move ws-stamp-work(11:2) to ws-mi
           move ws-stamp-work(13:2) to ws-ss

           if (function test-date-yyyymmdd(ws-stamp-date) not = 0)
              or (ws-hh > 23) or (ws-mi > 59) or (ws-ss > 59)
              or (ws-stamp-work > ws-check-clock(1:14))
              exit paragraph
           end-if

           move "y" to ws-stamp-ok.

      *> ----------------------------------------------------------
      *> discrepancies
      *> ----------------------------------------------------------
       note-discrepancy.

           add 1 to ws-found-count

           if (ws-disc-known < 500)
              add 1 to ws-disc-known
              move ws-note-key to dt-key(ws-disc-known)
              move ws-note-text to dt-text(ws-disc-known)
           end-if.

      *> the records changed since the cutoff: every master record
      *> stamped at or after it (taken during the comparison) and
      *> every key in a live journal line at or after it, read now
      *> that the comparison is over
       note-changed-records.

           move live-journal-name to journal-file-name

           call "CBL_CHECK_FILE_EXIST" using
                   journal-file-name ws-exist-details

           if (return-code not = 0)
              move 0 to return-code
              exit paragraph
           end-if
           move 0 to return-code

           open input journal-file

           if (journal-file-status not = "00")
              exit paragraph
           end-if

           move "n" to ws-eof

           perform note-one-changed-line
               until (ws-eof = "y")

           close journal-file.

       note-one-changed-line.

           read journal-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              or (jrnl-timestamp is not numeric)
              or (jrnl-timestamp < ws-cutoff)
              exit paragraph
           end-if

           move jrnl-rec-type to scratch-rec-type
           move jrnl-rec-id to scratch-rec-id
           move scratch-key to ws-note-key
           perform remember-changed-key.

       remember-changed-key.

           move "n" to ws-is-changed

           perform varying ws-changed-ctr from 1 by 1
               until (ws-changed-ctr > ws-changed-known)
               if (ct-key(ws-changed-ctr) = ws-note-key)
                  move "y" to ws-is-changed
               end-if
           end-perform

           if (ws-is-changed = "y")
              exit paragraph
           end-if

           if (ws-changed-known < 200)
              add 1 to ws-changed-known
              move ws-note-key to ct-key(ws-changed-known)
           else
              move "y" to ws-changed-full
           end-if.

      *> ----------------------------------------------------------
      *> the report
      *> ----------------------------------------------------------
       open-recon-report.

           accept report-file-name
                   from environment "COW_RECON_REPORT"
               on exception move spaces to report-file-name
           end-accept

           if (report-file-name = spaces)
              string function trim(archive-dir)  delimited by size
                     "/recon-"                   delimited by size
                     ws-clock(1:8)               delimited by size
                     ".rpt"                      delimited by size
                  into report-file-name
              end-string
           end-if

           open output report-file

           if (report-file-status not = "00")
              display "storerecon: cannot write report file, status "
                  report-file-status
              move "y" to ws-cannot-run
              exit paragraph
           end-if

           move spaces to report-line
           string "master-file reconciliation, "  delimited by size
                  function trim(store-file-name)  delimited by size
                  ", run "                        delimited by size
                  ws-clock(1:8)                   delimited by size
               into report-line
           end-string
           write report-line

           move "=============================================="
               to report-line
           write report-line.

       finish-recon-report.

           if (ws-cannot-run = "y")
              move "THE RECONCILIATION COULD NOT RUN -- see the job "
                  & "log" to report-line
              write report-line
              close report-file
              exit paragraph
           end-if

           move ws-load-count to ws-disp-count
           move spaces to report-line
           string function trim(ws-disp-count) delimited by size
                  " record(s) in the backup"   delimited by size
               into report-line
           end-string
           write report-line

           move ws-applied-count to ws-disp-count
           move spaces to report-line
           string function trim(ws-disp-count) delimited by size
                  " journal update(s) replayed"
                                               delimited by size
               into report-line
           end-string
           write report-line

           if (ws-later-count > zero)
              move ws-later-count to ws-disp-count
              move spaces to report-line
              string function trim(ws-disp-count) delimited by size
                     " journal update(s) made during the run, left "
                                                  delimited by size
                     "for tomorrow"               delimited by size
                  into report-line
              end-string
              write report-line
           end-if

           move ws-master-count to ws-disp-count
           move spaces to report-line
           move 1 to ws-text-ptr
           string function trim(ws-disp-count) delimited by size
                  " record(s) in the master, "  delimited by size
               into report-line
               with pointer ws-text-ptr
           end-string
           move ws-scratch-count to ws-disp-count
           string function trim(ws-disp-count) delimited by size
                  " rebuilt"                   delimited by size
               into report-line
               with pointer ws-text-ptr
           end-string
           write report-line

           move spaces to report-line
           write report-line
           move "discrepancies:" to report-line
           write report-line

           perform report-one-discrepancy
               varying ws-disc-ctr from 1 by 1
               until (ws-disc-ctr > ws-disc-known)

           if (ws-found-count > ws-disc-known)
              move "WARNING: more than 500 discrepancies -- only the "
                  & "first 500 are listed" to report-line
              write report-line
              compute ws-reported-count = ws-reported-count
                  + ws-found-count - ws-disc-known
           end-if

           if (ws-changed-full = "y")
              move "WARNING: more than 200 records changed during "
                  & "the run -- some listed may only be mid-change"
                  to report-line
              write report-line
           end-if

           move spaces to report-line
           write report-line

           move ws-reported-count to ws-disp-count
           move spaces to report-line
           if (ws-reported-count = zero)
              move "none -- the backup and journals rebuild the "
                  & "master" to report-line
           else
              string function trim(ws-disp-count) delimited by size
                     " discrepancy(ies) -- the backup and journals "
                                                  delimited by size
                     "do not rebuild the master"  delimited by size
                  into report-line
              end-string
           end-if
           write report-line

           if (ws-excused-count > zero)
              move ws-excused-count to ws-disp-count
              move spaces to report-line
              string function trim(ws-disp-count) delimited by size
                     " difference(s) on records changed during the "
                                                  delimited by size
                     "run set aside"              delimited by size
                  into report-line
              end-string
              write report-line
           end-if

           close report-file.

      *> a difference on a record changed since the cutoff -- in
      *> the journal, or by its own updated stamp -- is set aside
       report-one-discrepancy.

           move dt-key(ws-disc-ctr) to ws-note-key
           move "n" to ws-is-changed

           perform varying ws-changed-ctr from 1 by 1
               until (ws-changed-ctr > ws-changed-known)
               if (ct-key(ws-changed-ctr) = ws-note-key)
                  and (ws-note-key not = spaces)
                  move "y" to ws-is-changed
               end-if
           end-perform

           if (ws-is-changed = "y")
              add 1 to ws-excused-count
              exit paragraph
           end-if

           add 1 to ws-reported-count

           move spaces to report-line
           if (ws-note-key = spaces)
              string "  "                          delimited by size
                     function trim(dt-text(ws-disc-ctr))
                                                   delimited by size
                  into report-line
              end-string
           else
              string "  "                          delimited by size
                     function trim(ws-note-key(1:10))
                                                   delimited by size
                     " "                           delimited by size
                     function trim(ws-note-key(11:30))
                                                   delimited by size
                     ": "                          delimited by size
                     function trim(dt-text(ws-disc-ctr))
                                                   delimited by size
                  into report-line
              end-string
           end-if
           write report-line.

       end program storerecon.
