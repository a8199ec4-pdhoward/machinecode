      *> cowfeed is the nightly change-data feed to the downstream
      *> systems (finance, crm): instead of a full storeunld of every
      *> type for them to diff, they get each day's master-file
      *> updates as cowstore journalled them -- every WRITE, REWRITE
      *> and DELETE with its before and after image -- in one
      *> sequenced batch file, cobol/config/feed-NNNNNNNN.dat (the
      *> directory is COW_FEED_DIR), laid out in feedrec.cpy with a
      *> header and a trailer of counts and a control total.  it runs
      *> in cownight before storeback, while the day's updates are
      *> still in the live journal, but a batch is defined by its
      *> window of journal timestamps, not by which file the lines
      *> happen to be in: the journal archives from the window's
      *> first day on are read as well, so a feed that runs late,
      *> after the journal has been closed out, loses nothing.
      *>
      *> the feed's own bookkeeping is cobol/config/feed.state
      *> (COW_FEED_STATE), one "seq|event|timestamp|from|to|count"
      *> line per event, appended the way cownight keeps its state:
      *>
      *>   BUILD  batch seq will cover journal stamps from..to
      *>          (from inclusive, to exclusive); written before the
      *>          file is
      *>   SENT   batch seq is complete in its .dat file
      *>   ACK    the receiver has acknowledged batch seq
      *>
      *> a batch is written to feed-NNNNNNNN.tmp and renamed to .dat
      *> only when its trailer is on it, so the receiver never picks
      *> up half a file.  a run that finds the last batch BUILT but
      *> never SENT -- the previous run died -- rebuilds that same
      *> batch from the same window, with the same sequence number;
      *> only after a SENT does the next run start a new batch, whose
      *> window begins where the last one ended.  so a rerun resends
      *> the unfinished batch, and no batch is ever skipped or
      *> written twice.  a day with no updates still gets its
      *> (empty) batch, so the receiver sees an unbroken sequence.
      *>
      *> the receiver acknowledges by appending lines to
      *> cobol/config/feed.ack (COW_FEED_ACK_FILE) that start with
      *> the eight-digit sequence number of each batch it has loaded;
      *> anything after the number is ignored.  every run takes in
      *> the acknowledgements first, then lists every batch still
      *> unacknowledged more than COW_FEED_ACK_HOURS (default 24)
      *> after it was sent, and writes a FEEDACK line for each to the
      *> alert log cowwatch pages from.  an overdue acknowledgement
      *> is the receiver's problem and does not stop the overnight
      *> chain.
      *>
      *> a new batch's window ends a minute before the run started,
      *> not at the moment it started: cowstore stamps a journal line
      *> when the update begins but appends it only after the master
      *> i/o, so a line stamped in the last instants before the run
      *> may not be in the journal yet.  a minute on, it is -- and
      *> the next batch, which starts where this one ends, takes it.
      *>
      *> return-code 0 means the batch was sent; 16 means the feed
      *> file or the state file could not be written, or a journal
      *> that is there could not be read, and the same batch will be
      *> rebuilt by the next run.

       identification division.
       program-id. cowfeed.

       environment division.

       input-output section.

       file-control.
           select state-file assign to dynamic state-file-name
               organization line sequential
               file status state-file-status.

           select ack-file assign to dynamic ack-file-name
               organization line sequential
               file status ack-file-status.

           select journal-file assign to dynamic journal-file-name
               organization line sequential
               file status journal-file-status.

           select feed-file assign to dynamic feed-tmp-name
               organization line sequential
               file status feed-file-status.

           select alert-file assign to dynamic alert-file-name
               organization line sequential
               file status alert-file-status.

       data division.

       file section.

       fd  state-file.
       01  state-line           pic x(100).

       fd  ack-file.
       01  ack-line             pic x(80).

       fd  journal-file.
       copy "jrnlrec.cpy".

       fd  feed-file.
       copy "feedrec.cpy".

       fd  alert-file.
       01  alert-line           pic x(120).

       working-storage section.

       01 state-file-name      pic x(200)
                                value "cobol/config/feed.state".
       01 state-file-status    pic x(2).
       01 ack-file-name        pic x(200)
                                value "cobol/config/feed.ack".
       01 ack-file-status      pic x(2).
       01 journal-file-name    pic x(200).
       01 journal-file-status  pic x(2).
       01 live-journal-name    pic x(200)
                                value "cobol/config/journal.log".
       01 archive-dir          pic x(200)
                                value "cobol/config".
       01 feed-dir             pic x(200)
                                value "cobol/config".
       01 feed-tmp-name        pic x(200).
       01 feed-dat-name        pic x(200).
       01 feed-file-status     pic x(2).
       01 alert-file-name      pic x(200)
                                value "cobol/config/alert.log".
       01 alert-file-status    pic x(2).

       01 ws-eof               pic x(1).
       01 ws-ptr               pic 9(4) usage comp-5.
       01 ws-clock             pic x(21).
       01 ws-now               pic x(14).

      *> the batches feed.state knows about, oldest first; only the
      *> most recent 500 are kept -- anything older has long been
      *> acknowledged or alerted on
       01 ws-batch-table.
          05  bt-entry              occurs 500 times.
              10  bt-seq            pic 9(8).
              10  bt-status         pic x(5).
              10  bt-from           pic x(14).
              10  bt-to             pic x(14).
              10  bt-sent           pic x(14).
       01 ws-batch-count       pic 9(4) usage comp-5 value zero.
       01 ws-batch-ctr         pic 9(4) usage comp-5.
       01 ws-shift-ctr         pic 9(4) usage comp-5.

       01 ws-state-seq         pic x(10).
       01 ws-state-event       pic x(8).
       01 ws-state-stamp       pic x(14).
       01 ws-state-from        pic x(14).
       01 ws-state-to          pic x(14).
       01 ws-state-count       pic x(10).
       01 ws-seq-num           pic 9(8).

      *> the batch this run sends
       01 ws-seq               pic 9(8).
       01 ws-from              pic x(14).
       01 ws-to                pic x(14).
       01 ws-rebuild           pic x(1) value "n".
       01 ws-scan-failed       pic x(1) value "n".

       01 ws-write-count       pic 9(9) value zero.
       01 ws-rewrite-count     pic 9(9) value zero.
       01 ws-delete-count      pic 9(9) value zero.
       01 ws-detail-count      pic 9(9) value zero.
       01 ws-control-total     pic 9(15) value zero.
       01 ws-time-part         pic 9(6).

       01 ws-date-num          pic 9(8).
       01 ws-date-text         pic x(8).
       01 ws-today-int         pic 9(8) usage comp-5.
       01 ws-scan-int          pic 9(8) usage comp-5.

       01 ws-ack-hours         pic 9(4) usage comp-5.
       01 ws-hours-text        pic x(10).
       01 ws-stamp-secs        pic 9(12) usage comp-5.
       01 ws-now-secs          pic 9(12) usage comp-5.
       01 ws-stamp-work        pic x(14).
       01 ws-hh                pic 99.
       01 ws-mi                pic 99.
       01 ws-ss                pic 99.
       01 ws-day-int           pic 9(8) usage comp-5.
       01 ws-day-secs          pic 9(5) usage comp-5.
       01 ws-hour-rest         pic 9(4) usage comp-5.
       01 ws-overdue-count     pic 9(7) usage comp-5 value zero.
       01 ws-ack-count         pic 9(7) usage comp-5 value zero.
       01 ws-disp-count        pic z,zzz,zz9.

       01 ws-exist-details.
          05  we-file-size     pic x(8) usage comp-x.
          05  we-file-date     pic x(2) usage comp-x.
          05  we-file-time     pic x(2) usage comp-x.
          05  we-filler        pic x(24).

       procedure division.

       0000-mainline.

           move function current-date to ws-clock
           move ws-clock(1:14) to ws-now

           accept state-file-name from environment "COW_FEED_STATE"
               on exception
                   move "cobol/config/feed.state" to state-file-name
           end-accept

           accept ack-file-name from environment "COW_FEED_ACK_FILE"
               on exception
                   move "cobol/config/feed.ack" to ack-file-name
           end-accept

           accept feed-dir from environment "COW_FEED_DIR"
               on exception move "cobol/config" to feed-dir
           end-accept

           accept live-journal-name
                   from environment "COW_JOURNAL_FILE"
               on exception
                   move "cobol/config/journal.log"
                       to live-journal-name
           end-accept

           accept ws-hours-text from environment "COW_FEED_ACK_HOURS"
               on exception move spaces to ws-hours-text
           end-accept

           if (ws-hours-text not = spaces)
              and (function trim(ws-hours-text) is numeric)
              and (function length(function trim(ws-hours-text)) <= 4)
              move function numval(ws-hours-text) to ws-ack-hours
           else
              move 24 to ws-ack-hours
           end-if

           perform load-feed-state

           perform take-acknowledgements

           perform choose-batch

           perform send-batch

           if (return-code not = 0)
              goback
           end-if

           perform check-overdue-acks

           move ws-ack-count to ws-disp-count
           display "cowfeed: " function trim(ws-disp-count)
               " acknowledgement(s) taken in"
           move ws-overdue-count to ws-disp-count
           display "cowfeed: " function trim(ws-disp-count)
               " batch(es) overdue for acknowledgement"

           move 0 to return-code

           goback.

      *> ----------------------------------------------------------
      *> feed.state
      *> ----------------------------------------------------------
       load-feed-state.

           open input state-file

           if (state-file-status not = "00")
              exit paragraph
           end-if

           move "n" to ws-eof

           perform load-one-state-line
               until (ws-eof = "y")

           close state-file.

       load-one-state-line.

           read state-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              or (state-line = spaces)
              or (state-line(1:1) = "*")
              exit paragraph
           end-if

           move spaces to ws-state-seq
           move spaces to ws-state-event
           move spaces to ws-state-stamp
           move spaces to ws-state-from
           move spaces to ws-state-to
           move spaces to ws-state-count
           move 1 to ws-ptr

           unstring state-line delimited by "|"
               into ws-state-seq ws-state-event ws-state-stamp
                    ws-state-from ws-state-to ws-state-count
               with pointer ws-ptr
           end-unstring

           if (function trim(ws-state-seq) is not numeric)
              or (ws-state-seq = spaces)
              exit paragraph
           end-if

           move function numval(ws-state-seq) to ws-seq-num

           perform find-batch

           if (ws-batch-ctr = zero)
              perform add-batch
           end-if

           evaluate ws-state-event
              when "BUILD"
                 move "BUILD" to bt-status(ws-batch-ctr)
                 move ws-state-from to bt-from(ws-batch-ctr)
                 move ws-state-to to bt-to(ws-batch-ctr)
              when "SENT"
                 move "SENT" to bt-status(ws-batch-ctr)
                 move ws-state-stamp to bt-sent(ws-batch-ctr)
              when "ACK"
                 move "ACK" to bt-status(ws-batch-ctr)
              when other
                 continue
           end-evaluate.

      *> ws-batch-ctr is the table entry for ws-seq-num, or zero
       find-batch.

           move ws-batch-count to ws-batch-ctr

           perform until (ws-batch-ctr = zero)
               if (bt-seq(ws-batch-ctr) = ws-seq-num)
                  exit perform
               end-if
               subtract 1 from ws-batch-ctr
           end-perform.

       add-batch.

           if (ws-batch-count = 500)
              perform varying ws-shift-ctr from 1 by 1
                  until (ws-shift-ctr = 500)
                  move bt-entry(ws-shift-ctr + 1)
                      to bt-entry(ws-shift-ctr)
              end-perform
           else
              add 1 to ws-batch-count
           end-if

           move ws-batch-count to ws-batch-ctr
           move spaces to bt-entry(ws-batch-ctr)
           move ws-seq-num to bt-seq(ws-batch-ctr).

       append-state-line.

           move ws-detail-count to ws-state-count

           move spaces to state-line
           string ws-seq-num                       delimited by size
                  "|"                              delimited by size
                  function trim(ws-state-event)    delimited by size
                  "|"                              delimited by size
                  ws-now                           delimited by size
                  "|"                              delimited by size
                  ws-from                          delimited by size
                  "|"                              delimited by size
                  ws-to                            delimited by size
                  "|"                              delimited by size
                  ws-state-count                   delimited by size
               into state-line
           end-string

           open extend state-file
           if (state-file-status = "35")
              open output state-file
           end-if

           if (state-file-status not = "00")
              display "cowfeed: cannot write feed state, status "
                  state-file-status
              move 16 to return-code
              exit paragraph
           end-if

           write state-line
           close state-file.

      *> ----------------------------------------------------------
      *> acknowledgements
      *> ----------------------------------------------------------
       take-acknowledgements.

           open input ack-file

           if (ack-file-status not = "00")
              exit paragraph
           end-if

           move "n" to ws-eof

           perform take-one-ack
               until (ws-eof = "y")

           close ack-file.

       take-one-ack.

           read ack-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              or (ack-line(1:8) is not numeric)
              exit paragraph
           end-if

           move ack-line(1:8) to ws-seq-num

           perform find-batch

           if (ws-batch-ctr = zero)
              exit paragraph
           end-if

           if (bt-status(ws-batch-ctr) not = "SENT")
              exit paragraph
           end-if

           move "ACK" to bt-status(ws-batch-ctr)
           move "ACK" to ws-state-event
           move bt-from(ws-batch-ctr) to ws-from
           move bt-to(ws-batch-ctr) to ws-to
           move zero to ws-detail-count
           perform append-state-line
           move 0 to return-code

           add 1 to ws-ack-count.

      *> ----------------------------------------------------------
      *> the batch
      *> ----------------------------------------------------------
      *> the last batch built but never sent is rebuilt as it was;
      *> otherwise a new batch starts where the last one ended.  the
      *> first batch ever starts at the beginning of the journal.
       choose-batch.

           if (ws-batch-count > zero)
              and (bt-status(ws-batch-count) = "BUILD")
              move bt-seq(ws-batch-count) to ws-seq
              move bt-from(ws-batch-count) to ws-from
              move bt-to(ws-batch-count) to ws-to
              move "y" to ws-rebuild
              display "cowfeed: batch " ws-seq
                  " was never completed -- rebuilding it"
              exit paragraph
           end-if

           if (ws-batch-count > zero)
              compute ws-seq = bt-seq(ws-batch-count) + 1
              move bt-to(ws-batch-count) to ws-from
           else
              move 1 to ws-seq
              move zeros to ws-from
           end-if

           move ws-now to ws-stamp-work
           perform stamp-to-seconds
           subtract 60 from ws-stamp-secs
           perform seconds-to-stamp
           move ws-stamp-work to ws-to

          *> a run within a minute of the last one has nothing new
           if (ws-to < ws-from)
              move ws-from to ws-to
           end-if.

       send-batch.

           move spaces to feed-tmp-name
           string function trim(feed-dir)  delimited by size
                  "/feed-"                 delimited by size
                  ws-seq                   delimited by size
                  ".tmp"                   delimited by size
               into feed-tmp-name
           end-string

           move spaces to feed-dat-name
           string function trim(feed-dir)  delimited by size
                  "/feed-"                 delimited by size
                  ws-seq                   delimited by size
                  ".dat"                   delimited by size
               into feed-dat-name
           end-string

           display "cowfeed: batch " ws-seq " covers " ws-from
               " up to " ws-to

           if (ws-rebuild = "n")
              move ws-seq to ws-seq-num
              move "BUILD" to ws-state-event
              move zero to ws-detail-count
              perform append-state-line
              if (return-code not = 0)
                 exit paragraph
              end-if
           end-if

           open output feed-file

           if (feed-file-status not = "00")
              display "cowfeed: cannot open "
                  function trim(feed-tmp-name) ", status "
                  feed-file-status
              move 16 to return-code
              exit paragraph
           end-if

           move spaces to feed-header
           move "H" to feed-hdr-kind
           move "|" to feed-hdr-filler-1
           move "|" to feed-hdr-filler-2
           move "|" to feed-hdr-filler-3
           move "|" to feed-hdr-filler-4
           move "|" to feed-hdr-filler-5
           move ws-seq to feed-hdr-seq
           move ws-from to feed-hdr-from
           move ws-to to feed-hdr-to
           move ws-now to feed-hdr-created
           move "COWSTORE" to feed-hdr-source
           write feed-header

           perform scan-journals

          *> a journal that would not open may hold updates of this
          *> window -- the batch stays BUILD, unsent, for the rerun
           if (ws-scan-failed = "y")
              close feed-file
              move 16 to return-code
              exit paragraph
           end-if

           move spaces to feed-trailer
           move "T" to feed-trl-kind
           move "|" to feed-trl-filler-1
           move "|" to feed-trl-filler-2
           move "|" to feed-trl-filler-3
           move "|" to feed-trl-filler-4
           move "|" to feed-trl-filler-5
           move "|" to feed-trl-filler-6
           move ws-seq to feed-trl-seq
           move ws-write-count to feed-trl-writes
           move ws-rewrite-count to feed-trl-rewrites
           move ws-delete-count to feed-trl-deletes
           move ws-detail-count to feed-trl-details
           move ws-control-total to feed-trl-control
           write feed-trailer

           if (feed-file-status not = "00")
              display "cowfeed: write to "
                  function trim(feed-tmp-name) " failed, status "
                  feed-file-status
              close feed-file
              move 16 to return-code
              exit paragraph
           end-if

           close feed-file

          *> a .dat left behind by a run that died between the rename
          *> and its SENT line is this same batch -- replace it
           call "CBL_DELETE_FILE" using feed-dat-name
           move 0 to return-code

           call "CBL_RENAME_FILE" using feed-tmp-name feed-dat-name

           if (return-code not = 0)
              display "cowfeed: cannot rename "
                  function trim(feed-tmp-name) " to "
                  function trim(feed-dat-name)
              move 16 to return-code
              exit paragraph
           end-if

           move ws-seq to ws-seq-num
           move "SENT" to ws-state-event
           perform append-state-line

           if (return-code not = 0)
              exit paragraph
           end-if

           perform find-batch
           if (ws-batch-ctr = zero)
              perform add-batch
           end-if
           move "SENT" to bt-status(ws-batch-ctr)
           move ws-now to bt-sent(ws-batch-ctr)
           move ws-from to bt-from(ws-batch-ctr)
           move ws-to to bt-to(ws-batch-ctr)

           move ws-detail-count to ws-disp-count
           display "cowfeed: " function trim(ws-disp-count)
               " update(s) sent in " function trim(feed-dat-name).

      *> the archives from the window's first day, then the live
      *> journal -- the calendar walk storerest uses.  a first batch
      *> has no first day and takes the live journal alone.
       scan-journals.

           move ws-now(1:8) to ws-date-text
           move function numval(ws-date-text) to ws-date-num
           move function integer-of-date(ws-date-num)
               to ws-today-int

           if (ws-from = zeros)
              move ws-today-int to ws-scan-int
           else
              move ws-from(1:8) to ws-date-text
              move function numval(ws-date-text) to ws-date-num
              move function integer-of-date(ws-date-num)
                  to ws-scan-int
           end-if

           perform scan-one-day
               until (ws-scan-int > ws-today-int)

           move live-journal-name to journal-file-name
           perform scan-one-journal.

       scan-one-day.

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

           perform scan-one-journal

           add 1 to ws-scan-int.

       scan-one-journal.

           call "CBL_CHECK_FILE_EXIST" using
                   journal-file-name ws-exist-details

           if (return-code not = 0)
              move 0 to return-code
              exit paragraph
           end-if
           move 0 to return-code

           open input journal-file

           if (journal-file-status not = "00")
              display "cowfeed: cannot read "
                  function trim(journal-file-name) ", status "
                  journal-file-status
              move "y" to ws-scan-failed
              move 16 to return-code
              exit paragraph
           end-if

           move "n" to ws-eof

           perform feed-one-line
               until (ws-eof = "y")

           close journal-file.

       feed-one-line.

           read journal-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              exit paragraph
           end-if

           if (jrnl-timestamp < ws-from)
              or (jrnl-timestamp >= ws-to)
              exit paragraph
           end-if

           evaluate jrnl-operation
              when "WRITE"
                 add 1 to ws-write-count
              when "REWRITE"
                 add 1 to ws-rewrite-count
              when "DELETE"
                 add 1 to ws-delete-count
              when other
                 exit paragraph
           end-evaluate

           add 1 to ws-detail-count

           if (jrnl-timestamp(9:6) is numeric)
              move jrnl-timestamp(9:6) to ws-time-part
              add ws-time-part to ws-control-total
           end-if

           move spaces to feed-detail
           move "D" to feed-kind
           move "|" to feed-filler-1
           move "|" to feed-filler-2
           move "|" to feed-filler-3
           move "|" to feed-filler-4
           move "|" to feed-filler-5
           move "|" to feed-filler-6
           move "|" to feed-filler-7
           move "|" to feed-filler-8
           move ws-seq to feed-seq
           move jrnl-timestamp to feed-timestamp
           move jrnl-operation to feed-operation
           move jrnl-rec-type to feed-rec-type
           move jrnl-rec-id to feed-rec-id
           move jrnl-user-id to feed-user-id
           move jrnl-before-data to feed-before-data
           move jrnl-after-data to feed-after-data

           write feed-detail.

      *> ----------------------------------------------------------
      *> overdue acknowledgements
      *> ----------------------------------------------------------
       check-overdue-acks.

           move ws-now to ws-stamp-work
           perform stamp-to-seconds
           move ws-stamp-secs to ws-now-secs

           perform check-one-batch
               varying ws-batch-ctr from 1 by 1
               until (ws-batch-ctr > ws-batch-count).

       check-one-batch.

           if (bt-status(ws-batch-ctr) not = "SENT")
              or (bt-sent(ws-batch-ctr) is not numeric)
              exit paragraph
           end-if

           move bt-sent(ws-batch-ctr) to ws-stamp-work
           perform stamp-to-seconds

           if (ws-now-secs - ws-stamp-secs < ws-ack-hours * 3600)
              exit paragraph
           end-if

           add 1 to ws-overdue-count

           display "cowfeed: batch " bt-seq(ws-batch-ctr)
               " sent " bt-sent(ws-batch-ctr)
               " has not been acknowledged"

           move spaces to alert-line
           string function current-date          delimited by size
                  "|FEEDACK|batch "              delimited by size
                  bt-seq(ws-batch-ctr)           delimited by size
                  " sent "                       delimited by size
                  bt-sent(ws-batch-ctr)          delimited by size
                  " not acknowledged"            delimited by size
               into alert-line
           end-string

           open extend alert-file
           if (alert-file-status = "35")
              open output alert-file
           end-if
           if (alert-file-status = "00")
              write alert-line
              close alert-file
           end-if.

       stamp-to-seconds.

           move ws-stamp-work(1:8) to ws-date-text
           move function numval(ws-date-text) to ws-date-num
           move ws-stamp-work(9:2) to ws-hh
           move ws-stamp-work(11:2) to ws-mi
           move ws-stamp-work(13:2) to ws-ss

           compute ws-stamp-secs
               = function integer-of-date(ws-date-num) * 86400
               + ws-hh * 3600 + ws-mi * 60 + ws-ss.

      *> the reverse of stamp-to-seconds
       seconds-to-stamp.

           divide ws-stamp-secs by 86400
               giving ws-day-int remainder ws-day-secs
           compute ws-date-num = function date-of-integer(ws-day-int)
           divide ws-day-secs by 3600
               giving ws-hh remainder ws-hour-rest
           divide ws-hour-rest by 60
               giving ws-mi remainder ws-ss

           move spaces to ws-stamp-work
           string ws-date-num  delimited by size
                  ws-hh        delimited by size
                  ws-mi        delimited by size
                  ws-ss        delimited by size
               into ws-stamp-work
           end-string.

       end program cowfeed.
