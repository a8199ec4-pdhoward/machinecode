      *> storehist answers "who changed this record, when, and what
      *> did it look like before" without anybody grepping journal
      *> files: it reads the update journal cowstore keeps
      *> (jrnlrec.cpy) -- the journal-YYYYMMDD.log archives storeback
      *> closes out, oldest first, then the live journal.log -- and
      *> lists every WRITE, REWRITE and DELETE of one record type + id
      *> in the order they happened, with who made each one.
      *>
      *>   GET  /history                    the inquiry form (?type=
      *>                                    and ?id= go straight to
      *>                                    the history)
      *>   GET  /history/:type/:id          the history, 20 changes
      *>                                    to a page (?start=<n>);
      *>                                    ?entry=<n> shows change n
      *>                                    with its before and after
      *>                                    images side by side
      *>   POST /history/:type/:id          reverse one change
      *>                                    (entry=<n>, at=<stamp>)
      *>
      *> the archives are found by the calendar walk storerest uses,
      *> back COW_HISTORY_DAYS days (default 366) -- so the history
      *> reaches as far back as the archives are kept, and no further.
      *>
      *> reversing a change goes through cowstore like any other
      *> update, so it is journalled, checked against the data
      *> dictionary and shows up in this history itself: a WRITE is
      *> reversed by deleting the record, a REWRITE by rewriting the
      *> before image, a DELETE by writing the before image back.
      *> only the latest change of a record can be reversed -- a
      *> record that has changed since the chosen change is refused,
      *> and the update is made conditional on the change's stamp
      *> (item-expected-updated) so a change arriving between this
      *> screen and the click is refused too.  a re-created record is
      *> owned by whoever reversed the delete: the journal does not
      *> carry the owner.  who may reverse is the access column of
      *> the POST route in routes.dat (admin).

       identification division.
       program-id. storehist.

       environment division.

       configuration section.

       special-names.
           class url-safe-char is "a" thru "z" "A" thru "Z"
                                  "0" thru "9" "." "_" "-" "~".

       input-output section.

       file-control.
           select journal-file assign to dynamic journal-file-name
               organization line sequential
               file status journal-file-status.

       data division.

       file section.

       fd  journal-file.
       copy "jrnlrec.cpy".

       working-storage section.

       01 journal-file-name    pic x(200).
       01 journal-file-status  pic x(2).
       01 live-journal-name    pic x(200)
                                value "cobol/config/journal.log".
       01 archive-dir          pic x(200)
                                value "cobol/config".

       01 ws-request-method    pic x(7).
       01 ws-want-name         pic x(90).
       01 ws-found-value       pic x(90).
       01 ws-find-ctr          pic 99 usage comp-5.

       01 ws-type              pic x(10).
       01 ws-id                pic x(30).
       01 ws-in-type           pic x(90).
       01 ws-in-id             pic x(90).
       01 ws-message           pic x(300).

       01 ws-history-days      pic 9(4) usage comp-5.
       01 ws-days-text         pic x(10).
       01 ws-clock             pic x(21).
       01 ws-date-num          pic 9(8).
       01 ws-date-text         pic x(8).
       01 ws-today-int         pic 9(8) usage comp-5.
       01 ws-scan-int          pic 9(8) usage comp-5.
       01 ws-eof               pic x(1).

       01 ws-exist-details.
          05  we-file-size     pic x(8) usage comp-x.
          05  we-file-date     pic x(2) usage comp-x.
          05  we-file-time     pic x(2) usage comp-x.
          05  we-filler        pic x(24).

      *> the history as the scan finds it: every change is counted,
      *> but only the page being shown and the one chosen change are
      *> kept
       01 ws-entry-total       pic 9(7) usage comp-5.
       01 ws-page-first        pic 9(7) usage comp-5.
       01 ws-page-size         pic 9(4) usage comp-5 value 20.
       01 ws-page-count        pic 9(4) usage comp-5.
       01 ws-want-entry        pic 9(7) usage comp-5.
       01 ws-last-stamp        pic x(14).

       01 ws-page-table.
          05  pt-entry              occurs 20 times.
              10  pt-number         pic 9(7) usage comp-5.
              10  pt-stamp          pic x(14).
              10  pt-operation      pic x(8).
              10  pt-user-id        pic x(30).
              10  pt-before         pic x(40).
              10  pt-after          pic x(40).

       01 ws-sel-found         pic x(1).
       01 ws-sel-stamp         pic x(14).
       01 ws-sel-operation     pic x(8).
       01 ws-sel-user-id       pic x(30).
       01 ws-sel-before        pic x(1000).
       01 ws-sel-after         pic x(1000).
       01 ws-at-stamp          pic x(14).

       01 ws-number-text       pic x(90).
       01 ws-num-disp          pic z(6)9.
       01 ws-page-ctr          pic 9(4) usage comp-5.
       01 ws-field-ctr         pic 9(4) usage comp-5.

       01 ws-esc-in            pic x(1000).
       01 ws-esc-out           pic x(3200).

      *> the key html-escaped for page text; six bytes per character
      *> at worst ("&quot;")
       01 ws-html-type         pic x(60).
       01 ws-html-id           pic x(180).
       01 ws-enc-in            pic x(90).
       01 ws-enc-out           pic x(270).
       01 ws-enc-ptr           pic 9(4) usage comp-5.
       01 ws-enc-ctr           pic 9(4) usage comp-5.
       01 ws-enc-length        pic 9(4) usage comp-5.
       01 ws-enc-byte          pic 9(4) usage comp-5.
       01 ws-enc-high          pic 9(4) usage comp-5.
       01 ws-enc-low           pic 9(4) usage comp-5.
       01 ws-hex-digits        pic x(16) value "0123456789ABCDEF".
       01 ws-base-url          pic x(600).

       01 ws-stamp-in          pic x(14).
       01 ws-stamp-out         pic x(19).

       01 ws-before-slice      pic x(1000).
       01 ws-after-slice       pic x(1000).

       01 ws-html              pic x(9600).
       01 ws-html-ptr          pic 9(5) usage comp-5.
       01 ws-row               pic x(7000).
       01 ws-row-ptr           pic 9(4) usage comp-5.

       01 ws-template-name     pic x(30).
       01 ws-render-status     pic x(1).

       01 ws-page-values.
          05 ws-page-pairs         occurs 10 times.
            10 ws-page-name        pic x(90).
            10 ws-page-value       pic x(3200).

       copy "storeops.cpy".
       copy "dictops.cpy".

       linkage section.

       copy "valuelist.cpy".
       copy "session.cpy".

       01 response-content-type pic x(40).
       copy "response.cpy".
       01 matched-pattern       pic x(999).
       01 raw-query             pic x(3200).

       procedure division using the-values session-context
                                 response-content-type
                                 response-body overflow-count
                                 truncated-flag
                                 matched-pattern raw-query
                                 response-overflow-flag
                                 response-set-cookie
                                 response-status.

       0000-mainline.

           accept ws-request-method from environment "REQUEST_METHOD"
               on exception move spaces to ws-request-method
           end-accept

           move spaces to ws-message
           move spaces to ws-page-values

           move "type" to ws-want-name
           perform find-field-value
           move function trim(ws-found-value) to ws-in-type
           move ws-in-type to ws-type

           move "id" to ws-want-name
           perform find-field-value
           move function trim(ws-found-value) to ws-in-id
           move ws-in-id to ws-id

           if (ws-in-type = spaces) or (ws-in-id = spaces)
              perform show-inquiry-form
              goback
           end-if

           if (function length(function trim(ws-in-type)) > 10)
              or (function length(function trim(ws-in-id)) > 30)
              move "there is no such record type or id" to ws-message
              perform show-inquiry-form
              goback
           end-if

           perform encode-record-key

           move "entry" to ws-want-name
           perform find-field-value
           move ws-found-value to ws-number-text
           perform take-number
           move ws-date-num to ws-want-entry

           move "start" to ws-want-name
           perform find-field-value
           move ws-found-value to ws-number-text
           perform take-number
           move ws-date-num to ws-page-first
           if (ws-page-first = zero)
              move 1 to ws-page-first
           end-if

           if (ws-request-method = "POST")
              perform reverse-change
              goback
           end-if

           perform scan-history

           if (ws-want-entry > zero)
              perform show-change-entry
           else
              perform show-history-list
           end-if

           goback.

      *> ----------------------------------------------------------
      *> request fields
      *> ----------------------------------------------------------
       find-field-value.

           move spaces to ws-found-value

           perform varying ws-find-ctr from 1 by 1
               until (ws-find-ctr > 10)

               if (query-value-name(ws-find-ctr) = ws-want-name)
                  move query-value(ws-find-ctr) to ws-found-value
                  move 11 to ws-find-ctr
               end-if

           end-perform.

      *> ws-number-text as a number in ws-date-num; anything that is
      *> not a plain number of up to 7 digits counts as zero
       take-number.

           move zero to ws-date-num

           if (ws-number-text not = spaces)
              and (function trim(ws-number-text) is numeric)
              and (function length(function trim(ws-number-text))
                      <= 7)
              move function numval(ws-number-text) to ws-date-num
           end-if.

      *> ----------------------------------------------------------
      *> the journal scan
      *> ----------------------------------------------------------
       scan-history.

           move zero to ws-entry-total
           move zero to ws-page-count
           move "n" to ws-sel-found
           move spaces to ws-last-stamp
           move spaces to ws-page-table

           accept ws-days-text from environment "COW_HISTORY_DAYS"
               on exception move spaces to ws-days-text
           end-accept

           if (ws-days-text not = spaces)
              and (function trim(ws-days-text) is numeric)
              and (function length(function trim(ws-days-text)) <= 4)
              move function numval(ws-days-text) to ws-history-days
           else
              move 366 to ws-history-days
           end-if

           move function current-date to ws-clock
           move ws-clock(1:8) to ws-date-text
           move function numval(ws-date-text) to ws-date-num
           move function integer-of-date(ws-date-num)
               to ws-today-int

           compute ws-scan-int = ws-today-int - ws-history-days

           perform scan-one-day
               until (ws-scan-int > ws-today-int)

           accept live-journal-name
                   from environment "COW_JOURNAL_FILE"
               on exception
                   move "cobol/config/journal.log"
                       to live-journal-name
           end-accept

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
              exit paragraph
           end-if

           move "n" to ws-eof

           perform scan-one-line
               until (ws-eof = "y")

           close journal-file.

       scan-one-line.

           read journal-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              exit paragraph
           end-if

           if (jrnl-rec-type not = ws-type)
              or (jrnl-rec-id not = ws-id)
              exit paragraph
           end-if

           evaluate jrnl-operation
              when "WRITE"
              when "REWRITE"
              when "DELETE"
                 continue
              when other
                 exit paragraph
           end-evaluate

           add 1 to ws-entry-total
           move jrnl-timestamp to ws-last-stamp

           if (ws-entry-total >= ws-page-first)
              and (ws-page-count < ws-page-size)
              add 1 to ws-page-count
              move ws-entry-total to pt-number(ws-page-count)
              move jrnl-timestamp to pt-stamp(ws-page-count)
              move jrnl-operation to pt-operation(ws-page-count)
              move jrnl-user-id to pt-user-id(ws-page-count)
              move jrnl-before-data(1:40) to pt-before(ws-page-count)
              move jrnl-after-data(1:40) to pt-after(ws-page-count)
           end-if

           if (ws-entry-total = ws-want-entry)
              move "y" to ws-sel-found
              move jrnl-timestamp to ws-sel-stamp
              move jrnl-operation to ws-sel-operation
              move jrnl-user-id to ws-sel-user-id
              move jrnl-before-data to ws-sel-before
              move jrnl-after-data to ws-sel-after
           end-if.

      *> ----------------------------------------------------------
      *> the screens
      *> ----------------------------------------------------------
       show-inquiry-form.

           move spaces to ws-page-values

           move "title" to ws-page-name(1)
           move "record history" to ws-page-value(1)

           perform set-message-value

           move "type" to ws-page-name(3)
           move ws-in-type to ws-esc-in
           perform html-escape
           move ws-esc-out to ws-page-value(3)

           move "id" to ws-page-name(4)
           move ws-in-id to ws-esc-in
           perform html-escape
           move ws-esc-out to ws-page-value(4)

           move "histform" to ws-template-name
           perform render-template.

       show-history-list.

           move spaces to ws-html
           move 1 to ws-html-ptr

           perform list-one-change
               varying ws-page-ctr from 1 by 1
               until (ws-page-ctr > ws-page-count)

           if (ws-entry-total = zero)
              string "the journals kept hold no changes to this "
                                             delimited by size
                     "record"                delimited by size
                  into ws-message
              end-string
           end-if

           perform escape-record-key
           move "title" to ws-page-name(1)
           string "history of "              delimited by size
                  function trim(ws-html-type) delimited by size
                  " "                        delimited by size
                  function trim(ws-html-id)  delimited by size
               into ws-page-value(1)
           end-string

           perform set-message-value

           move "rows" to ws-page-name(3)
           move ws-html(1:3200) to ws-page-value(3)
           move "rows2" to ws-page-name(4)
           move ws-html(3201:3200) to ws-page-value(4)
           move "rows3" to ws-page-name(5)
           move ws-html(6401:3200) to ws-page-value(5)

           move "more" to ws-page-name(6)
           move spaces to ws-row
           move 1 to ws-row-ptr

           if (ws-page-first > 1)
              move 1 to ws-num-disp
              perform add-page-link
              string "first changes</a> " delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
           end-if

           if (ws-page-first + ws-page-count <= ws-entry-total)
              compute ws-num-disp = ws-page-first + ws-page-count
              perform add-page-link
              string "later changes</a> " delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
              if (ws-entry-total > ws-page-size)
                 compute ws-num-disp
                     = ws-entry-total - ws-page-size + 1
                 perform add-page-link
                 string "latest changes</a>" delimited by size
                     into ws-row
                     with pointer ws-row-ptr
                 end-string
              end-if
           end-if

           if (ws-row-ptr > 1)
              string "<p>"                       delimited by size
                     ws-row(1:ws-row-ptr - 1)    delimited by size
                     "</p>"                      delimited by size
                  into ws-page-value(6)
              end-string
           end-if

           perform set-links-value

           move "histlist" to ws-template-name
           perform render-template.

       add-page-link.

           string '<a href="'                  delimited by size
                  function trim(ws-base-url)   delimited by size
                  "?start="                    delimited by size
                  function trim(ws-num-disp)   delimited by size
                  '">'                         delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string.

       list-one-change.

           move spaces to ws-row
           move 1 to ws-row-ptr

           move pt-number(ws-page-ctr) to ws-num-disp
           move pt-stamp(ws-page-ctr) to ws-stamp-in
           perform format-stamp

           string '<tr><td><a href="'          delimited by size
                  function trim(ws-base-url)   delimited by size
                  "?entry="                    delimited by size
                  function trim(ws-num-disp)   delimited by size
                  '">'                         delimited by size
                  function trim(ws-num-disp)   delimited by size
                  "</a></td><td>"              delimited by size
                  ws-stamp-out                 delimited by size
                  "</td><td>"                  delimited by size
                  function trim(pt-operation(ws-page-ctr))
                                               delimited by size
                  "</td><td>"                  delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move pt-user-id(ws-page-ctr) to ws-esc-in
           perform append-escaped-to-row

           string "</td><td>" delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move pt-before(ws-page-ctr) to ws-esc-in
           perform append-escaped-to-row

           string "</td><td>" delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move pt-after(ws-page-ctr) to ws-esc-in
           perform append-escaped-to-row

           string "</td></tr>" delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           perform append-row-to-html.

      *> one change, its before and after images side by side --
      *> field by field for a type the data dictionary defines, the
      *> whole image otherwise
       show-change-entry.

           if (ws-sel-found not = "y")
              move "status: 404 Not Found" to response-status
              move "there is no such change in this record's history"
                  to ws-message
              perform show-history-list
              exit paragraph
           end-if

           set dict-op-fields to true
           move ws-type to dict-rec-type
           call 'checkdict' using dict-request

           move spaces to ws-html
           move 1 to ws-html-ptr

           if (dict-type-is-defined)
              perform compare-one-field
                  varying ws-field-ctr from 1 by 1
                  until (ws-field-ctr > dict-field-count)
           else
              move "data" to dict-field-name(1)
              move 1 to dict-field-start(1)
              move 1000 to dict-field-length(1)
              move 1 to ws-field-ctr
              perform compare-one-field
           end-if

           move ws-want-entry to ws-num-disp

           perform escape-record-key
           move "title" to ws-page-name(1)
           string "change "                  delimited by size
                  function trim(ws-num-disp) delimited by size
                  " to "                     delimited by size
                  function trim(ws-html-type) delimited by size
                  " "                        delimited by size
                  function trim(ws-html-id)  delimited by size
               into ws-page-value(1)
           end-string

           perform set-message-value

           move "fields" to ws-page-name(3)
           move ws-html(1:3200) to ws-page-value(3)
           move "fields2" to ws-page-name(4)
           move ws-html(3201:3200) to ws-page-value(4)
           move "fields3" to ws-page-name(5)
           move ws-html(6401:3200) to ws-page-value(5)

           move ws-sel-stamp to ws-stamp-in
           perform format-stamp
           move ws-sel-user-id to ws-esc-in
           perform html-escape

           move "summary" to ws-page-name(6)
           string function trim(ws-sel-operation) delimited by size
                  " by "                          delimited by size
                  function trim(ws-esc-out)       delimited by size
                  " at "                          delimited by size
                  ws-stamp-out                    delimited by size
               into ws-page-value(6)
           end-string

           move "reverse" to ws-page-name(7)
           if (session-role = "admin")
              string '<form method="POST" action="'
                                               delimited by size
                     function trim(ws-base-url) delimited by size
                     '"><input type="hidden" name="entry" value="'
                                               delimited by size
                     function trim(ws-num-disp) delimited by size
                     '"><input type="hidden" name="at" value="'
                                               delimited by size
                     ws-sel-stamp              delimited by size
                     '"><p><input type="submit" value="'
                                               delimited by size
                     "reverse this change"     delimited by size
                     '"></p></form>'           delimited by size
                  into ws-page-value(7)
              end-string
           end-if

           perform set-links-value

           move "histentry" to ws-template-name
           perform render-template.

       compare-one-field.

           move spaces to ws-before-slice
           move spaces to ws-after-slice
           move ws-sel-before(dict-field-start(ws-field-ctr):
                              dict-field-length(ws-field-ctr))
               to ws-before-slice
           move ws-sel-after(dict-field-start(ws-field-ctr):
                             dict-field-length(ws-field-ctr))
               to ws-after-slice

           move spaces to ws-row
           move 1 to ws-row-ptr

           string "<tr><td>"                   delimited by size
                  function trim(dict-field-name(ws-field-ctr))
                                               delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           if (ws-before-slice not = ws-after-slice)
              string " <b>*</b>" delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
           end-if

           string "</td><td>" delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move ws-before-slice to ws-esc-in
           perform append-escaped-to-row

           string "</td><td>" delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move ws-after-slice to ws-esc-in
           perform append-escaped-to-row

           string "</td></tr>" delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           perform append-row-to-html.

      *> ----------------------------------------------------------
      *> reversal
      *> ----------------------------------------------------------
       reverse-change.

           move "at" to ws-want-name
           perform find-field-value
           move ws-found-value to ws-at-stamp

           perform scan-history

           evaluate true

              when (ws-sel-found not = "y")
                 or (ws-sel-stamp not = ws-at-stamp)
                 move "status: 409 Conflict" to response-status
                 move "not reversed: the history has moved on since "
                     & "the change was shown -- choose it again"
                     to ws-message

              when (ws-want-entry not = ws-entry-total)
                 move "status: 409 Conflict" to response-status
                 move "not reversed: the record has changed since "
                     & "this change -- only its latest change can be "
                     & "reversed" to ws-message

              when other
                 perform apply-reversal

           end-evaluate

           if (response-status not = spaces)
              perform show-change-entry
              exit paragraph
           end-if

          *> the reversal is itself a change: show the history again,
          *> ending with it
           perform scan-history
           if (ws-entry-total > ws-page-size)
              compute ws-page-first = ws-entry-total - ws-page-size + 1
              perform scan-history
           end-if
           move zero to ws-want-entry
           perform show-history-list.

       apply-reversal.

           move spaces to store-item
           move ws-type to item-type
           move ws-id to item-id

           evaluate ws-sel-operation
              when "WRITE"
                 set store-op-delete to true
                 move ws-sel-stamp to item-expected-updated
              when "REWRITE"
                 set store-op-rewrite to true
                 move ws-sel-before to item-data
                 move ws-sel-stamp to item-expected-updated
              when "DELETE"
                 set store-op-write to true
                 move ws-sel-before to item-data
           end-evaluate

           call 'cowstore' using store-request session-context

           evaluate true

              when store-op-ok
                 move ws-want-entry to ws-num-disp
                 string "change "                  delimited by size
                        function trim(ws-num-disp) delimited by size
                        " ("                       delimited by size
                        function trim(ws-sel-operation)
                                                   delimited by size
                        ") reversed"               delimited by size
                     into ws-message
                 end-string

              when store-conflict
                 move "status: 409 Conflict" to response-status
                 move "not reversed: the record has changed since "
                     & "this change" to ws-message

              when store-no-record
                 move "status: 409 Conflict" to response-status
                 move "not reversed: the record no longer exists"
                     to ws-message

              when store-dup-record
                 move "status: 409 Conflict" to response-status
                 move "not reversed: the record exists again"
                     to ws-message

              when store-data-invalid
                 move "status: 409 Conflict" to response-status
                 string "not reversed: the before image no longer "
                                                   delimited by size
                        "fits the data dictionary -- field "
                                                   delimited by size
                        function trim(store-reject-field)
                                                   delimited by size
                        " "                        delimited by size
                        function trim(store-reject-reason)
                                                   delimited by size
                     into ws-message
                 end-string

              when other
                 move "status: 500 Internal Server Error"
                     to response-status
                 string "not reversed: the master file answered "
                                                   delimited by size
                        "status "                  delimited by size
                        store-status               delimited by size
                     into ws-message
                 end-string

           end-evaluate.

      *> ----------------------------------------------------------
      *> page values shared by the screens
      *> ----------------------------------------------------------
       set-message-value.

           move "message" to ws-page-name(2)

           if (ws-message not = spaces)
              move ws-message to ws-esc-in
              perform html-escape
              string "<p><b>"                      delimited by size
                     function trim(ws-esc-out)     delimited by size
                     "</b></p>"                    delimited by size
                  into ws-page-value(2)
              end-string
           end-if.

       set-links-value.

           move "links" to ws-page-name(10)
           string '<p><a href="'              delimited by size
                  function trim(ws-base-url)  delimited by size
                  '">whole history</a> | '    delimited by size
                  '<a href="/records/'        delimited by size
                  ws-base-url(10:)            delimited by space
                  '">the record now</a> | '   delimited by size
                  '<a href="/history">another record</a></p>'
                                              delimited by size
               into ws-page-value(10)
           end-string.

       append-escaped-to-row.

           perform html-escape

           if (ws-esc-out not = spaces)
              string function trim(ws-esc-out trailing)
                                              delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
           end-if.

       append-row-to-html.

           if (ws-row-ptr > 1)
              string ws-row(1:ws-row-ptr - 1) delimited by size
                  into ws-html
                  with pointer ws-html-ptr
                  on overflow
                      move "Y" to response-overflow-flag
              end-string
           end-if.

      *> ----------------------------------------------------------
      *> text helpers
      *> ----------------------------------------------------------
      *> ws-base-url is /history/<type>/<id>, both percent-encoded;
      *> from byte 10 on it is the <type>/<id> a /records link needs
       encode-record-key.

           move spaces to ws-base-url
           move 1 to ws-row-ptr

           move ws-type to ws-enc-in
           perform url-encode

           string "/history/"                delimited by size
                  function trim(ws-enc-out)  delimited by size
                  "/"                        delimited by size
               into ws-base-url
               with pointer ws-row-ptr
           end-string

           move ws-id to ws-enc-in
           perform url-encode

           string function trim(ws-enc-out)  delimited by size
               into ws-base-url
               with pointer ws-row-ptr
           end-string.

       html-escape.

           call 'htmlesc' using ws-esc-in ws-esc-out.

      *> ws-type and ws-id come from the url or the query string as
      *> typed, so they go through htmlesc before any page text is
      *> built from them.
       escape-record-key.

           move ws-type to ws-esc-in
           perform html-escape
           move ws-esc-out to ws-html-type

           move ws-id to ws-esc-in
           perform html-escape
           move ws-esc-out to ws-html-id.

       url-encode.

           move spaces to ws-enc-out
           move 1 to ws-enc-ptr
           move zero to ws-enc-length

           if (ws-enc-in not = spaces)
              move function length(function trim(ws-enc-in trailing))
                  to ws-enc-length
           end-if

           perform encode-one-char
               varying ws-enc-ctr from 1 by 1
               until (ws-enc-ctr > ws-enc-length).

       encode-one-char.

           if (ws-enc-in(ws-enc-ctr:1) is url-safe-char)
              string ws-enc-in(ws-enc-ctr:1) delimited by size
                  into ws-enc-out
                  with pointer ws-enc-ptr
              end-string
              exit paragraph
           end-if

           compute ws-enc-byte
               = function ord(ws-enc-in(ws-enc-ctr:1)) - 1
           divide ws-enc-byte by 16
               giving ws-enc-high remainder ws-enc-low

           string "%"                              delimited by size
                  ws-hex-digits(ws-enc-high + 1:1) delimited by size
                  ws-hex-digits(ws-enc-low + 1:1)  delimited by size
               into ws-enc-out
               with pointer ws-enc-ptr
           end-string.

      *> yyyymmddhhmmss shown as yyyy-mm-dd hh:mm:ss
       format-stamp.

           move spaces to ws-stamp-out

           if (ws-stamp-in = spaces)
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

       render-template.

           call 'render' using ws-template-name ws-page-values
               the-values session-context response-body
               response-overflow-flag ws-render-status

           if (ws-render-status not = "y")
              move spaces to response-body
              string
                  "<b>Cobol-on-Wheelchair error:</b> template "
                  function trim(ws-template-name)
                  " could not be read"
                  delimited by size
                  into response-body
              end-string
           end-if.

       end program storehist.
