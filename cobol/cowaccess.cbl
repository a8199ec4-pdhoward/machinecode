      *> cowaccess is the periodic access-review report: from the
      *> rotated audit archives it shows, for every signed-in user,
      *> what they did over the review period -- requests by route,
      *> how many were denied and how many throttled, and when they
      *> were first and last active -- and then lists every account
      *> in the user master nobody has signed in to for a long
      *> while, so a reviewer can disable what is no longer used.
      *>
      *> the period is COW_REVIEW_FROM through COW_REVIEW_TO
      *> (yyyymmdd, both inclusive); by default the 90 days ending
      *> yesterday.  auditroll names an archive for the night it ran,
      *> so a day's traffic sits mostly in the next day's archive --
      *> the job therefore reads the archives dated from the first
      *> day through the day after the last, then the live audit.log
      *> once when that day after is today or later, and keeps only
      *> records whose own timestamp falls inside the period.  a day
      *> before today in that walk with no archive is counted and
      *> warned about in the report, the way cowtrend warns about
      *> short retention: a quiet-looking user may just be a deleted
      *> archive.  requests made without a live session are
      *> summarised as "(anonymous)".
      *>
      *> an account is dormant when its last sign-in -- or, if it has
      *> never signed in, its creation -- is COW_DORMANT_DAYS (default
      *> 90) or more days before the run date.
      *>
      *> the report goes to COW_REVIEW_REPORT, default
      *> cobol/config/access-YYYYMMDD.rpt for the run date.
      *> return-code 0 means the report was written; 4 means it was
      *> written without the dormant-account section (user master
      *> unreadable) or a table filled up and some activity is only
      *> in the totals; 16 means bad parameters or no report at all.

       identification division.
       program-id. cowaccess.

       environment division.

       input-output section.

       file-control.
           select audit-file assign to dynamic audit-file-name
               organization line sequential
               file status audit-file-status.

           select user-file assign to dynamic user-file-name
               organization indexed
               access mode sequential
               record key usr-id
               file status user-file-status.

           select report-file assign to dynamic report-file-name
               organization line sequential
               file status report-file-status.

       data division.

       file section.

       fd  audit-file.
       copy "auditrec.cpy".

       fd  user-file.
       copy "userrec.cpy".

       fd  report-file.
       01  report-line          pic x(160).

       working-storage section.

       01 audit-file-name      pic x(200).
       01 audit-file-status    pic x(2).
       01 live-audit-file-name pic x(200)
                                value "cobol/config/audit.log".
       01 user-file-name       pic x(200)
                                value "cobol/config/usermast.dat".
       01 user-file-status     pic x(2).
       01 report-file-name     pic x(200).
       01 report-file-status   pic x(2).
       01 archive-dir          pic x(200)
                                value "cobol/config".

       01 ws-clock             pic x(21).
       01 ws-eof               pic x(1).
       01 ws-param-text        pic x(20).
       01 ws-date-num          pic 9(8).
       01 ws-date-text         pic x(8).
       01 ws-today-int         pic 9(8) usage comp-5.
       01 ws-from-int          pic 9(8) usage comp-5.
       01 ws-to-int            pic 9(8) usage comp-5.
       01 ws-walk-int          pic 9(8) usage comp-5.
       01 ws-from-date         pic x(8).
       01 ws-to-date           pic x(8).
       01 ws-dormant-days      pic 9(4) usage comp-5.
       01 ws-idle-days         pic 9(8) usage comp-5.
       01 ws-ref-stamp         pic x(14).
       01 ws-bad-params        pic x(1) value "n".

       01 ws-record-stamp      pic x(16).
       01 ws-hold-user         pic x(30).
       01 ws-hold-method       pic x(7).
       01 ws-hold-pattern      pic x(200).

       01 ws-user-stats occurs 300 times.
          05  us-user           pic x(30).
          05  us-role           pic x(20).
          05  us-first          pic x(16).
          05  us-last           pic x(16).
          05  us-hits           pic 9(7) usage comp-5.
          05  us-denied         pic 9(7) usage comp-5.
          05  us-throttled      pic 9(7) usage comp-5.

       01 ws-route-stats occurs 2000 times.
          05  rs-user           pic x(30).
          05  rs-method         pic x(7).
          05  rs-pattern        pic x(200).
          05  rs-hits           pic 9(7) usage comp-5.
          05  rs-denied         pic 9(7) usage comp-5.
          05  rs-throttled      pic 9(7) usage comp-5.

       01 ws-user-known        pic 9(4) usage comp-5 value zero.
       01 ws-route-known       pic 9(4) usage comp-5 value zero.
       01 ws-user-slot         pic 9(4) usage comp-5.
       01 ws-route-slot        pic 9(4) usage comp-5.
       01 ws-find-ctr          pic 9(4) usage comp-5.
       01 ws-print-ctr         pic 9(4) usage comp-5.
       01 ws-route-ctr         pic 9(4) usage comp-5.

       01 ws-sort-i            pic 9(4) usage comp-5.
       01 ws-sort-j            pic 9(4) usage comp-5.
      *> sized to one ws-user-stats entry (30 + 20 + 16 + 16 + 3
      *> counters of 4)
       01 ws-swap-area         pic x(94).

       01 ws-archive-count     pic 9(4) usage comp-5 value zero.
       01 ws-missing-count     pic 9(4) usage comp-5 value zero.
       01 ws-count-missing     pic x(1).
       01 ws-record-count      pic 9(7) usage comp-5 value zero.
       01 ws-overflow-count    pic 9(7) usage comp-5 value zero.
       01 ws-dormant-count     pic 9(4) usage comp-5 value zero.
       01 ws-user-master-ok    pic x(1) value "n".

       01 ws-disp-count        pic z,zzz,zz9.
       01 ws-disp-denied       pic z,zzz,zz9.
       01 ws-disp-throttled    pic z,zzz,zz9.
       01 ws-disp-days         pic zzz,zz9.
       01 ws-stamp-in          pic x(16).
       01 ws-stamp-out         pic x(19).
       01 ws-stamp-out-2       pic x(19).
       01 ws-status-word       pic x(10).

       01 ws-exist-details.
          05  we-file-size     pic x(8) usage comp-x.
          05  we-file-date     pic x(2) usage comp-x.
          05  we-file-time     pic x(2) usage comp-x.
          05  we-filler        pic x(24).

       procedure division.

       0000-mainline.

           move function current-date to ws-clock
           move ws-clock(1:8) to ws-date-text
           move function numval(ws-date-text) to ws-date-num
           move function integer-of-date(ws-date-num)
               to ws-today-int

           perform get-review-parameters

           if (ws-bad-params = "y")
              move 16 to return-code
              goback
           end-if

           display "cowaccess: reviewing " ws-from-date " to "
               ws-to-date

           perform tally-one-day
               varying ws-walk-int from ws-from-int by 1
               until (ws-walk-int > ws-to-int + 1)

           if (ws-to-int + 1 >= ws-today-int)
              perform tally-live-log
           end-if

           perform sort-user-stats

           perform write-access-report

           goback.

       get-review-parameters.

           accept ws-param-text from environment "COW_REVIEW_TO"
               on exception move spaces to ws-param-text
           end-accept

           if (ws-param-text = spaces)
              compute ws-to-int = ws-today-int - 1
           else
              perform check-date-parameter
              move ws-walk-int to ws-to-int
           end-if

           accept ws-param-text from environment "COW_REVIEW_FROM"
               on exception move spaces to ws-param-text
           end-accept

           if (ws-param-text = spaces)
              compute ws-from-int = ws-to-int - 89
           else
              perform check-date-parameter
              move ws-walk-int to ws-from-int
           end-if

           accept ws-param-text from environment "COW_DORMANT_DAYS"
               on exception move spaces to ws-param-text
           end-accept

           if (function trim(ws-param-text) is numeric)
              and (ws-param-text not = spaces)
              move function numval(ws-param-text) to ws-dormant-days
           else
              move 90 to ws-dormant-days
           end-if

           if (ws-bad-params = "y")
              exit paragraph
           end-if

           if (ws-from-int > ws-to-int)
              or (ws-to-int > ws-today-int)
              display "cowaccess: COW_REVIEW_FROM must not be after "
                  "COW_REVIEW_TO, nor COW_REVIEW_TO after today"
              move "y" to ws-bad-params
              exit paragraph
           end-if

           compute ws-date-num = function date-of-integer(ws-from-int)
           move ws-date-num to ws-from-date
           compute ws-date-num = function date-of-integer(ws-to-int)
           move ws-date-num to ws-to-date.

      *> a yyyymmdd in ws-param-text comes back as its integer date
      *> in ws-walk-int; anything else flags the run as bad.
       check-date-parameter.

           move zero to ws-walk-int

           if (function trim(ws-param-text) is not numeric)
              or (function length(function trim(ws-param-text))
                     not = 8)
              display "cowaccess: review dates must be yyyymmdd, got "
                  function trim(ws-param-text)
              move "y" to ws-bad-params
              exit paragraph
           end-if

           move function numval(ws-param-text) to ws-date-num

           if (function test-date-yyyymmdd(ws-date-num) not = 0)
              display "cowaccess: not a calendar date: "
                  function trim(ws-param-text)
              move "y" to ws-bad-params
              exit paragraph
           end-if

           move function integer-of-date(ws-date-num) to ws-walk-int.

      *> the archive auditroll made on the night of ws-walk-int.
      *> tonight's archive may not have been made yet, and
      *> tomorrow's cannot have been, so from today on a missing
      *> archive is no gap -- that traffic is still in the live log.
       tally-one-day.

           compute ws-date-num
               = function date-of-integer(ws-walk-int)
           move ws-date-num to ws-date-text
           move spaces to audit-file-name
           string function trim(archive-dir)  delimited by size
                  "/audit-"                   delimited by size
                  ws-date-text                delimited by size
                  ".log"                      delimited by size
               into audit-file-name
           end-string

           if (ws-walk-int < ws-today-int)
              move "y" to ws-count-missing
           else
              move "n" to ws-count-missing
           end-if

           perform tally-audit-file.

      *> whatever auditroll has not rotated yet, read once after the
      *> walk -- the timestamp filter keeps only the period's share.
       tally-live-log.

           move live-audit-file-name to audit-file-name
           move "n" to ws-count-missing

           perform tally-audit-file.

       tally-audit-file.

           call "CBL_CHECK_FILE_EXIST" using
                   audit-file-name ws-exist-details

           if (return-code not = 0)
              move 0 to return-code
              if (ws-count-missing = "y")
                 add 1 to ws-missing-count
              end-if
              exit paragraph
           end-if
           move 0 to return-code

           open input audit-file

           if (audit-file-status not = "00")
              add 1 to ws-missing-count
              exit paragraph
           end-if

           add 1 to ws-archive-count

           move "n" to ws-eof

           perform tally-one-record
               until (ws-eof = "y")

           close audit-file.

       tally-one-record.

           read audit-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              exit paragraph
           end-if

           if (audit-timestamp(1:8) < ws-from-date)
              or (audit-timestamp(1:8) > ws-to-date)
              exit paragraph
           end-if

           add 1 to ws-record-count

           move audit-timestamp(1:16) to ws-record-stamp

           if (audit-user-id = spaces)
              move "(anonymous)" to ws-hold-user
           else
              move audit-user-id to ws-hold-user
           end-if

           perform find-user-slot

           if (ws-user-slot = zero)
              add 1 to ws-overflow-count
              exit paragraph
           end-if

           add 1 to us-hits(ws-user-slot)

           if (us-first(ws-user-slot) = spaces)
              or (ws-record-stamp < us-first(ws-user-slot))
              move ws-record-stamp to us-first(ws-user-slot)
           end-if

           if (ws-record-stamp > us-last(ws-user-slot))
              move ws-record-stamp to us-last(ws-user-slot)
              if (audit-user-role not = spaces)
                 move audit-user-role to us-role(ws-user-slot)
              end-if
           end-if

           move audit-request-method to ws-hold-method

           if (audit-routing-pattern = spaces)
              move "(no route)" to ws-hold-pattern
           else
              move audit-routing-pattern to ws-hold-pattern
           end-if

           perform find-route-slot

           if (ws-route-slot = zero)
              add 1 to ws-overflow-count
           else
              add 1 to rs-hits(ws-route-slot)
           end-if

           evaluate audit-outcome
              when "DENIED"
                 add 1 to us-denied(ws-user-slot)
                 if (ws-route-slot > zero)
                    add 1 to rs-denied(ws-route-slot)
                 end-if
              when "THROTTLED"
                 add 1 to us-throttled(ws-user-slot)
                 if (ws-route-slot > zero)
                    add 1 to rs-throttled(ws-route-slot)
                 end-if
              when other
                 continue
           end-evaluate.

       find-user-slot.

           move zero to ws-user-slot

           perform varying ws-find-ctr from 1 by 1
               until (ws-find-ctr > ws-user-known)
                  or (ws-user-slot > zero)

               if (us-user(ws-find-ctr) = ws-hold-user)
                  move ws-find-ctr to ws-user-slot
               end-if

           end-perform

           if (ws-user-slot = zero) and (ws-user-known < 300)
              add 1 to ws-user-known
              move ws-user-known to ws-user-slot
              move ws-hold-user to us-user(ws-user-slot)
              move spaces to us-role(ws-user-slot)
              move spaces to us-first(ws-user-slot)
              move spaces to us-last(ws-user-slot)
              move zero to us-hits(ws-user-slot)
              move zero to us-denied(ws-user-slot)
              move zero to us-throttled(ws-user-slot)
           end-if.

       find-route-slot.

           move zero to ws-route-slot

           perform varying ws-find-ctr from 1 by 1
               until (ws-find-ctr > ws-route-known)
                  or (ws-route-slot > zero)

               if (rs-user(ws-find-ctr) = ws-hold-user)
                  and (rs-method(ws-find-ctr) = ws-hold-method)
                  and (rs-pattern(ws-find-ctr) = ws-hold-pattern)
                  move ws-find-ctr to ws-route-slot
               end-if

           end-perform

           if (ws-route-slot = zero) and (ws-route-known < 2000)
              add 1 to ws-route-known
              move ws-route-known to ws-route-slot
              move ws-hold-user to rs-user(ws-route-slot)
              move ws-hold-method to rs-method(ws-route-slot)
              move ws-hold-pattern to rs-pattern(ws-route-slot)
              move zero to rs-hits(ws-route-slot)
              move zero to rs-denied(ws-route-slot)
              move zero to rs-throttled(ws-route-slot)
           end-if.

      *> alphabetical by user id, the same cheap bubble sort
      *> cowtrend uses; "(anonymous)" sorts ahead of every real id.
       sort-user-stats.

           perform varying ws-sort-i from 1 by 1
               until ws-sort-i > ws-user-known

               perform varying ws-sort-j from 1 by 1
                   until ws-sort-j > (ws-user-known - ws-sort-i)

                   if (us-user(ws-sort-j) > us-user(ws-sort-j + 1))
                      move ws-user-stats(ws-sort-j)
                          to ws-swap-area
                      move ws-user-stats(ws-sort-j + 1)
                          to ws-user-stats(ws-sort-j)
                      move ws-swap-area
                          to ws-user-stats(ws-sort-j + 1)
                   end-if

               end-perform

           end-perform.

       write-access-report.

           accept report-file-name
                   from environment "COW_REVIEW_REPORT"
               on exception move spaces to report-file-name
           end-accept

           if (report-file-name = spaces)
              string function trim(archive-dir)  delimited by size
                     "/access-"                  delimited by size
                     ws-clock(1:8)               delimited by size
                     ".rpt"                      delimited by size
                  into report-file-name
              end-string
           end-if

           open output report-file

           if (report-file-status not = "00")
              display "cowaccess: cannot write report file, status "
                  report-file-status
              move 16 to return-code
              exit paragraph
           end-if

           move spaces to report-line
           string "cow access review, " delimited by size
                  ws-from-date          delimited by size
                  " to "                delimited by size
                  ws-to-date            delimited by size
                  ", run "              delimited by size
                  ws-clock(1:8)         delimited by size
               into report-line
           end-string
           write report-line

           move "=============================================="
               to report-line
           write report-line

           move ws-archive-count to ws-disp-count
           move ws-record-count to ws-disp-denied
           move spaces to report-line
           string function trim(ws-disp-count) delimited by size
                  " audit file(s) read, "      delimited by size
                  function trim(ws-disp-denied) delimited by size
                  " request(s) in the period"  delimited by size
               into report-line
           end-string
           write report-line

           if (ws-missing-count > zero)
              move ws-missing-count to ws-disp-count
              move spaces to report-line
              string "WARNING: "                  delimited by size
                     function trim(ws-disp-count) delimited by size
                     " audit archive(s) missing from the period --"
                                                  delimited by size
                     " activity on those days is not shown"
                                                  delimited by size
                  into report-line
              end-string
              write report-line
           end-if

           if (ws-overflow-count > zero)
              move ws-overflow-count to ws-disp-count
              move spaces to report-line
              string "WARNING: "                  delimited by size
                     function trim(ws-disp-count) delimited by size
                     " request(s) did not fit the user/route tables"
                                                  delimited by size
                     " and are missing from the detail"
                                                  delimited by size
                  into report-line
              end-string
              write report-line
           end-if

           perform write-one-user
               varying ws-print-ctr from 1 by 1
               until (ws-print-ctr > ws-user-known)

           perform write-dormant-section

           close report-file

           display "cowaccess: report written to "
               function trim(report-file-name)

           move ws-user-known to ws-disp-count
           display "cowaccess: " function trim(ws-disp-count)
               " user(s) active in the period"

           if (ws-user-master-ok = "y")
              move ws-dormant-count to ws-disp-count
              display "cowaccess: " function trim(ws-disp-count)
                  " dormant account(s)"
           end-if

           if (ws-user-master-ok not = "y")
              or (ws-overflow-count > zero)
              move 4 to return-code
           else
              move 0 to return-code
           end-if.

       write-one-user.

           move spaces to report-line
           write report-line

           move spaces to report-line
           if (us-role(ws-print-ctr) = spaces)
              string "user "                    delimited by size
                     function trim(us-user(ws-print-ctr))
                                                delimited by size
                  into report-line
              end-string
           else
              string "user "                    delimited by size
                     function trim(us-user(ws-print-ctr))
                                                delimited by size
                     " (role "                  delimited by size
                     function trim(us-role(ws-print-ctr))
                                                delimited by size
                     ")"                        delimited by size
                  into report-line
              end-string
           end-if
           write report-line

           move us-first(ws-print-ctr) to ws-stamp-in
           perform format-stamp
           move ws-stamp-out to ws-stamp-out-2
           move us-last(ws-print-ctr) to ws-stamp-in
           perform format-stamp

           move spaces to report-line
           string "  first activity "  delimited by size
                  ws-stamp-out-2       delimited by size
                  "   last activity "  delimited by size
                  ws-stamp-out         delimited by size
               into report-line
           end-string
           write report-line

           move us-hits(ws-print-ctr) to ws-disp-count
           move us-denied(ws-print-ctr) to ws-disp-denied
           move us-throttled(ws-print-ctr) to ws-disp-throttled
           move spaces to report-line
           string "  requests "                   delimited by size
                  function trim(ws-disp-count)     delimited by size
                  ", denied "                     delimited by size
                  function trim(ws-disp-denied)    delimited by size
                  ", throttled "                  delimited by size
                  function trim(ws-disp-throttled) delimited by size
               into report-line
           end-string
           write report-line

           move "      requests     denied  throttled  route"
               to report-line
           write report-line

           perform write-one-route
               varying ws-route-ctr from 1 by 1
               until (ws-route-ctr > ws-route-known).

       write-one-route.

           if (rs-user(ws-route-ctr) not = us-user(ws-print-ctr))
              exit paragraph
           end-if

           move rs-hits(ws-route-ctr) to ws-disp-count
           move rs-denied(ws-route-ctr) to ws-disp-denied
           move rs-throttled(ws-route-ctr) to ws-disp-throttled

           move spaces to report-line
           string "  "                        delimited by size
                  ws-disp-count                delimited by size
                  "  "                        delimited by size
                  ws-disp-denied               delimited by size
                  "  "                        delimited by size
                  ws-disp-throttled            delimited by size
                  "  "                        delimited by size
                  function trim(rs-method(ws-route-ctr))
                                               delimited by size
                  " "                         delimited by size
                  function trim(rs-pattern(ws-route-ctr))
                                               delimited by size
               into report-line
           end-string
           write report-line.

      *> ----------------------------------------------------------
      *> accounts nobody has used for ws-dormant-days or more
      *> ----------------------------------------------------------
       write-dormant-section.

           move spaces to report-line
           write report-line

           move ws-dormant-days to ws-disp-days
           move spaces to report-line
           string "accounts with no sign-in for "  delimited by size
                  function trim(ws-disp-days)      delimited by size
                  " day(s) or more"                delimited by size
               into report-line
           end-string
           write report-line

           move "------------------------------------------"
               to report-line
           write report-line

           accept user-file-name from environment "COW_USER_FILE"
               on exception
                   move "cobol/config/usermast.dat"
                       to user-file-name
           end-accept

           open input user-file

           if (user-file-status not = "00")
              move spaces to report-line
              string "WARNING: user master unreadable, file status "
                                                delimited by size
                     user-file-status           delimited by size
                     " -- dormant accounts not listed"
                                                delimited by size
                  into report-line
              end-string
              write report-line
              exit paragraph
           end-if

           move "y" to ws-user-master-ok
           move "n" to ws-eof

           perform judge-one-account
               until (ws-eof = "y")

           close user-file

           move ws-dormant-count to ws-disp-count
           move spaces to report-line
           string function trim(ws-disp-count) delimited by size
                  " dormant account(s)"        delimited by size
               into report-line
           end-string
           write report-line.

      *> a stamp that is not a date cannot prove recent use, so an
      *> account carrying one is listed rather than passed over.
       judge-one-account.

           read user-file next record
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              exit paragraph
           end-if

           if (usr-last-login = spaces)
              move usr-created to ws-ref-stamp
           else
              move usr-last-login to ws-ref-stamp
           end-if

           move ws-ref-stamp(1:8) to ws-date-text

           if (ws-date-text is numeric)
              move ws-date-text to ws-date-num
              if (function test-date-yyyymmdd(ws-date-num) = 0)
                 compute ws-idle-days = ws-today-int
                     - function integer-of-date(ws-date-num)
              else
                 move 99999999 to ws-idle-days
              end-if
           else
              move 99999999 to ws-idle-days
           end-if

           if (ws-idle-days < ws-dormant-days)
              exit paragraph
           end-if

           add 1 to ws-dormant-count

           evaluate true
              when usr-is-active
                 move "active" to ws-status-word
              when usr-is-disabled
                 move "disabled" to ws-status-word
              when usr-is-locked
                 move "locked" to ws-status-word
              when other
                 move usr-status to ws-status-word
           end-evaluate

           move spaces to report-line

           if (usr-last-login = spaces)
              move usr-created to ws-stamp-in
              perform format-stamp
              string "  "                     delimited by size
                     usr-id                   delimited by size
                     " "                      delimited by size
                     usr-role                 delimited by size
                     " "                      delimited by size
                     ws-status-word           delimited by size
                     " never signed in, created "
                                              delimited by size
                     ws-stamp-out             delimited by size
                  into report-line
              end-string
           else
              move usr-last-login to ws-stamp-in
              perform format-stamp
              string "  "                     delimited by size
                     usr-id                   delimited by size
                     " "                      delimited by size
                     usr-role                 delimited by size
                     " "                      delimited by size
                     ws-status-word           delimited by size
                     " last signed in "       delimited by size
                     ws-stamp-out             delimited by size
                  into report-line
              end-string
           end-if

           write report-line.

      *> yyyymmddhhmmss shown as yyyy-mm-dd hh:mm:ss
       format-stamp.

           move spaces to ws-stamp-out

           if (ws-stamp-in = spaces)
              move "(unknown)" to ws-stamp-out
              exit paragraph
           end-if

           string ws-stamp-in(1:4)  delimited by size
                  "-"               delimited by size
                  ws-stamp-in(5:2)  delimited by size
                  "-"               delimited by size
                  ws-stamp-in(7:2)  delimited by size
                  " "               delimited by size
                  ws-stamp-in(9:2)  delimited by size
                  ":"               delimited by size
                  ws-stamp-in(11:2) delimited by size
                  ":"               delimited by size
                  ws-stamp-in(13:2) delimited by size
               into ws-stamp-out
           end-string.

       end program cowaccess.
