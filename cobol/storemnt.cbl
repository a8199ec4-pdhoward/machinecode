      *> storemnt is the standard set of maintenance screens over the
      *> application master file: a clerk can look a record up, put
      *> it right and save it without anybody writing a destiny
      *> program or doing a storeunld / edit / storeload round trip.
      *> every read and update goes through cowstore, so the owner
      *> index, the data dictionary check and the update journal all
      *> apply exactly as they do to any other program.  who may use
      *> which screen is the access column of routes.dat -- this
      *> program makes no role decisions of its own.
      *>
      *> it answers these routes, and tells them apart by the
      *> matched routing-pattern, so they must be spelled this way in
      *> routes.dat:
      *>
      *>   GET  /records/:type             list one type, 15 to a
      *>                                   page (?from=<id> pages on)
      *>   GET  /myrecords                 the caller's own records,
      *>                                   through the owner index
      *>                                   (?skip=<n> pages on)
      *>   GET  /records/:type/:id         view one record
      *>   GET  /records/:type/:id/edit    the change form
      *>   POST /records/:type/:id/edit    save the change
      *>   GET  /records/:type/:id/delete  the delete confirmation
      *>   POST /records/:type/:id/delete  delete it
      *>   GET  /newrecord/:type           the add form
      *>   POST /newrecord/:type           add it
      *>
      *> a type the data dictionary defines (datadict.dat) is shown
      *> and edited field by field; any other type as its one data
      *> image.  form fields are taken from the raw query rather
      *> than from the-values, whose 90-byte values are too short
      *> for a data image and whose 10 pairs are too few for a
      *> well-populated type.
      *>
      *> the raw query cannot be trusted to be whole: getquery keeps
      *> only the first 1600 bytes of a form body, and says nothing
      *> when it cuts.  the record form therefore ends in a hidden
      *> "end" field, and a change or an add whose form arrives
      *> without it is refused rather than saved with every field
      *> past the cut blanked.  a "|" typed into a field comes back
      *> from getquery as the pair separator itself, so a value
      *> followed by a piece with no "=" of its own is refused too
      *> -- saving the half before the "|" would quietly lose the
      *> rest.
      *>
      *> the change and delete forms carry the record's item-updated
      *> stamp as it was when the form was drawn, and the update is
      *> made conditional on it (item-expected-updated).  if someone
      *> else saved the record in between, cowstore refuses with a
      *> conflict: nothing is overwritten, the answer is a 409 with
      *> the message saying so, and the form comes back holding the
      *> current version for the clerk to re-apply their change to.
      *>
      *> everything a user typed or stored is html-escaped on the way
      *> out (htmlesc), and record keys are percent-encoded where they
      *> go into a link.
      *>
      *> the view screen links to the record's change history
      *> (storehist), where an admin can also reverse a change.

       identification division.
       program-id. storemnt.

       environment division.

       configuration section.

       special-names.
           class url-safe-char is "a" thru "z" "A" thru "Z"
                                  "0" thru "9" "." "_" "-" "~".

       data division.

       working-storage section.

       01 ws-request-method    pic x(7).
       01 ws-pattern           pic x(60).

       01 ws-want-name         pic x(90).
       01 ws-found-value       pic x(90).
       01 ws-find-ctr          pic 99 usage comp-5.

       01 ws-type              pic x(10).
       01 ws-id                pic x(30).
       01 ws-in-type           pic x(90).
       01 ws-in-id             pic x(90).
       01 ws-message           pic x(300).
       01 ws-shown-updated     pic x(14).
       01 ws-image             pic x(1000).
       01 ws-form-bad          pic x(1).
       01 ws-more-pages        pic x(1).
       01 ws-page-size         pic 9(4) usage comp-5 value 15.

      *> one name=value pair of the raw query, and the value found
      *> for ws-raw-want
       01 ws-raw-ptr           pic 9(4) usage comp-5.
       01 ws-raw-pair          pic x(1700).
       01 ws-raw-want          pic x(30).
       01 ws-raw-found         pic x(1700).
       01 ws-raw-found-flag    pic x(1).
      *> "y" when the value found runs on past a "|" (see the header)
       01 ws-raw-split         pic x(1).
       01 ws-eq-pos            pic 9(4) usage comp-5.
       01 ws-value-length      pic 9(4) usage comp-5.

       01 ws-field-ctr         pic 9(4) usage comp-5.
       01 ws-num-disp          pic zzz9.
       01 ws-size-disp         pic zzz9.

       01 ws-esc-in            pic x(1000).
       01 ws-esc-out           pic x(3200).

       01 ws-enc-in            pic x(90).
       01 ws-enc-out           pic x(270).
       01 ws-enc-ptr           pic 9(4) usage comp-5.
       01 ws-enc-ctr           pic 9(4) usage comp-5.
       01 ws-enc-length        pic 9(4) usage comp-5.
       01 ws-enc-byte          pic 9(4) usage comp-5.
       01 ws-enc-high          pic 9(4) usage comp-5.
       01 ws-enc-low           pic 9(4) usage comp-5.
       01 ws-hex-digits        pic x(16) value "0123456789ABCDEF".
       01 ws-enc-type          pic x(270).
       01 ws-enc-id            pic x(270).
      *> the key html-escaped for page text; six bytes per character
      *> at worst ("&quot;")
       01 ws-html-type         pic x(60).
       01 ws-html-id           pic x(180).
       01 ws-base-url          pic x(600).

       01 ws-stamp-in          pic x(14).
       01 ws-stamp-out         pic x(19).

      *> a page fragment built here and handed to render in up to
      *> three 3200-byte page values
       01 ws-html              pic x(9600).
       01 ws-html-ptr          pic 9(5) usage comp-5.
       01 ws-row               pic x(4000).
       01 ws-row-ptr           pic 9(4) usage comp-5.

       01 ws-list-done         pic x(1).
       01 ws-row-count         pic 9(4) usage comp-5.
       01 ws-skip-count        pic 9(4) usage comp-5.
       01 ws-seen-count        pic 9(4) usage comp-5.
       01 ws-next-from         pic x(30).
       01 ws-summary           pic x(60).

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
           move ws-found-value to ws-in-type
           move ws-in-type to ws-type

           move "id" to ws-want-name
           perform find-field-value
           move ws-found-value to ws-in-id
           move ws-in-id to ws-id

           if (function length(function trim(ws-in-type)) > 10)
              or (function length(function trim(ws-in-id)) > 30)
              move "status: 404 Not Found" to response-status
              move "no such record type or id" to ws-message
              move spaces to ws-type
              move spaces to ws-id
              perform show-message-page
              goback
           end-if

           perform encode-record-key

           move matched-pattern to ws-pattern

           evaluate function trim(ws-pattern)

              when "/records/:type"
                 perform list-type-records

              when "/myrecords"
                 perform list-my-records

              when "/records/:type/:id"
                 perform show-record

              when "/records/:type/:id/edit"
                 if (ws-request-method = "POST")
                    perform change-record
                 else
                    perform show-change-form
                 end-if

              when "/records/:type/:id/delete"
                 if (ws-request-method = "POST")
                    perform delete-record
                 else
                    perform show-delete-form
                 end-if

              when "/newrecord/:type"
                 if (ws-request-method = "POST")
                    perform add-record
                 else
                    move spaces to ws-image
                    move spaces to ws-id
                    perform show-add-form
                 end-if

              when other
                 move "status: 404 Not Found" to response-status
                 move "this route has no maintenance screen"
                     to ws-message
                 perform show-message-page

           end-evaluate

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

      *> the value of form field ws-raw-want, full width, from the
      *> raw query.  the first piece of the raw query is the path,
      *> and it has no "=" of its own, so it never matches.
       find-raw-value.

           move spaces to ws-raw-found
           move "n" to ws-raw-found-flag
           move "n" to ws-raw-split
           move 1 to ws-raw-ptr

           perform scan-raw-pair
               until (ws-raw-ptr > length of raw-query)
                  or (ws-raw-found-flag = "y").

       scan-raw-pair.

           move spaces to ws-raw-pair

           unstring raw-query delimited by "|"
               into ws-raw-pair
               with pointer ws-raw-ptr
           end-unstring

           move zero to ws-eq-pos
           inspect ws-raw-pair
               tallying ws-eq-pos for characters before initial "="

           if (ws-eq-pos = zero)
              or (ws-eq-pos >= length of ws-raw-pair - 1)
              exit paragraph
           end-if

           if (ws-raw-pair(1:ws-eq-pos) = ws-raw-want)
              move ws-raw-pair(ws-eq-pos + 2:) to ws-raw-found
              move "y" to ws-raw-found-flag
              perform check-raw-split
           end-if.

      *> the piece after a found value must be another name=value
      *> pair (or nothing at all); one with no "=" is the rest of a
      *> value that held a "|".
       check-raw-split.

           if (ws-raw-ptr > length of raw-query)
              exit paragraph
           end-if

           move spaces to ws-raw-pair

           unstring raw-query delimited by "|"
               into ws-raw-pair
               with pointer ws-raw-ptr
           end-unstring

           if (ws-raw-pair = spaces)
              exit paragraph
           end-if

           move zero to ws-eq-pos
           inspect ws-raw-pair tallying ws-eq-pos for all "="

           if (ws-eq-pos = zero)
              move "y" to ws-raw-split
           end-if.

      *> the version stamp the form carries back; anything but 14
      *> digits is taken as no stamp at all, so only digits are ever
      *> drawn back into a page
       take-shown-updated.

           move "updated" to ws-raw-want
           perform find-raw-value
           move spaces to ws-shown-updated

           if (function trim(ws-raw-found) is numeric)
              and (function length(function trim(ws-raw-found)) = 14)
              move function trim(ws-raw-found) to ws-shown-updated
           end-if.

      *> ws-form-bad "y" when the form's closing "end" field did not
      *> arrive -- the body was cut short on the way in
       check-form-complete.

           move "n" to ws-form-bad

           move "end" to ws-raw-want
           perform find-raw-value

           if (ws-raw-found-flag not = "y")
              or (ws-raw-found(1:1) not = "1")
              move "the form arrived incomplete -- not saved"
                  to ws-message
              move "y" to ws-form-bad
           end-if.

      *> ----------------------------------------------------------
      *> list one type
      *> ----------------------------------------------------------
       list-type-records.

           move spaces to ws-html
           move 1 to ws-html-ptr
           move zero to ws-row-count
           move spaces to ws-next-from
           move "n" to ws-list-done

           set dict-op-fields to true
           move ws-type to dict-rec-type
           call 'checkdict' using dict-request

           move "from" to ws-want-name
           perform find-field-value

           move spaces to store-item
           set store-op-start to true
           move ws-type to item-type
           move ws-found-value to item-id

           call 'cowstore' using store-request session-context

           if (not store-op-ok)
              move "y" to ws-list-done
           end-if

           perform list-one-type-record
               until (ws-list-done = "y")

           if (ws-row-count = zero) and (ws-message = spaces)
              move "no records" to ws-message
           end-if

           perform escape-record-key
           move "title" to ws-page-name(1)
           string "records of type " delimited by size
                  function trim(ws-html-type) delimited by size
               into ws-page-value(1)
           end-string

           perform set-message-value

           move "heading" to ws-page-name(3)
           move "<tr><th>id</th><th>owner</th><th>last changed</th>"
               & "<th>summary</th></tr>"
               to ws-page-value(3)

           move "rows" to ws-page-name(4)
           move ws-html(1:3200) to ws-page-value(4)

           move "more" to ws-page-name(5)
           if (ws-next-from not = spaces)
              move ws-next-from to ws-enc-in
              perform url-encode
              string '<p><a href="/records/' delimited by size
                     function trim(ws-enc-type) delimited by size
                     "?from="                   delimited by size
                     function trim(ws-enc-out)  delimited by size
                     '">next page</a></p>'      delimited by size
                  into ws-page-value(5)
              end-string
           end-if

           move "links" to ws-page-name(6)
           string '<p><a href="/newrecord/'   delimited by size
                  function trim(ws-enc-type)  delimited by size
                  '">add a record</a> | '     delimited by size
                  '<a href="/myrecords">my records</a></p>'
                                              delimited by size
               into ws-page-value(6)
           end-string

           move "reclist" to ws-template-name
           perform render-template.

       list-one-type-record.

           set store-op-next to true
           call 'cowstore' using store-request session-context

           if (not store-op-ok)
              or (item-type not = ws-type)
              move "y" to ws-list-done
              exit paragraph
           end-if

           if (ws-row-count = ws-page-size)
              move item-id to ws-next-from
              move "y" to ws-list-done
              exit paragraph
           end-if

           perform build-summary

           move spaces to ws-row
           move 1 to ws-row-ptr

           move item-id to ws-enc-in
           perform url-encode

           string '<tr><td><a href="/records/' delimited by size
                  function trim(ws-enc-type)   delimited by size
                  "/"                          delimited by size
                  function trim(ws-enc-out)    delimited by size
                  '">'                         delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move item-id to ws-esc-in
           perform append-escaped-to-row

           string "</a></td><td>" delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move item-owner to ws-esc-in
           perform append-escaped-to-row

           move item-updated to ws-stamp-in
           perform format-stamp

           string "</td><td>"     delimited by size
                  ws-stamp-out    delimited by size
                  "</td><td>"     delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move ws-summary to ws-esc-in
           perform append-escaped-to-row

           string "</td></tr>" delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

          *> a row that will not fit this page starts the next one
           if (ws-html-ptr + ws-row-ptr - 1 > 3200)
              move item-id to ws-next-from
              move "y" to ws-list-done
              exit paragraph
           end-if

           perform append-row-to-html
           add 1 to ws-row-count.

      *> ----------------------------------------------------------
      *> the caller's own records, every type, via the owner index
      *> ----------------------------------------------------------
       list-my-records.

           move spaces to ws-html
           move 1 to ws-html-ptr
           move zero to ws-row-count
           move zero to ws-seen-count
           move "n" to ws-list-done
           move "n" to ws-more-pages

           move "skip" to ws-want-name
           perform find-field-value

           if (function trim(ws-found-value) is numeric)
              and (ws-found-value not = spaces)
              and (function length(function trim(ws-found-value))
                      <= 4)
              move function numval(ws-found-value) to ws-skip-count
           else
              move zero to ws-skip-count
           end-if

           move spaces to store-item
           set store-op-start-owner to true
           move session-user-id to item-owner
           move spaces to item-type

           call 'cowstore' using store-request session-context

           if (not store-op-ok)
              move "y" to ws-list-done
           end-if

           perform list-one-own-record
               until (ws-list-done = "y")

           if (ws-row-count = zero)
              move "you own no records" to ws-message
           end-if

           move "title" to ws-page-name(1)
           move "my records" to ws-page-value(1)

           perform set-message-value

           move "heading" to ws-page-name(3)
           move "<tr><th>type</th><th>id</th><th>last changed</th>"
               & "<th>summary</th></tr>"
               to ws-page-value(3)

           move "rows" to ws-page-name(4)
           move ws-html(1:3200) to ws-page-value(4)

           move "more" to ws-page-name(5)
           if (ws-more-pages = "y")
              compute ws-seen-count = ws-skip-count + ws-row-count
              move ws-seen-count to ws-num-disp
              string '<p><a href="/myrecords?skip=' delimited by size
                     function trim(ws-num-disp)      delimited by size
                     '">next page</a></p>'           delimited by size
                  into ws-page-value(5)
              end-string
           end-if

           move "reclist" to ws-template-name
           perform render-template.

       list-one-own-record.

           set store-op-next-owner to true
           call 'cowstore' using store-request session-context

           if (not store-op-ok)
              or (item-owner not = session-user-id)
              move "y" to ws-list-done
              exit paragraph
           end-if

           if (ws-seen-count < ws-skip-count)
              add 1 to ws-seen-count
              exit paragraph
           end-if

           if (ws-row-count = ws-page-size)
              move "y" to ws-more-pages
              move "y" to ws-list-done
              exit paragraph
           end-if

           set dict-op-fields to true
           move item-type to dict-rec-type
           call 'checkdict' using dict-request

           perform build-summary

           move spaces to ws-row
           move 1 to ws-row-ptr

           move item-type to ws-enc-in
           perform url-encode
           move ws-enc-out to ws-enc-type
           move item-id to ws-enc-in
           perform url-encode

           string "<tr><td>"                   delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move item-type to ws-esc-in
           perform append-escaped-to-row

           string '</td><td><a href="/records/' delimited by size
                  function trim(ws-enc-type)    delimited by size
                  "/"                           delimited by size
                  function trim(ws-enc-out)     delimited by size
                  '">'                          delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move item-id to ws-esc-in
           perform append-escaped-to-row

           move item-updated to ws-stamp-in
           perform format-stamp

           string "</a></td><td>" delimited by size
                  ws-stamp-out    delimited by size
                  "</td><td>"     delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move ws-summary to ws-esc-in
           perform append-escaped-to-row

           string "</td></tr>" delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           if (ws-html-ptr + ws-row-ptr - 1 > 3200)
              move "y" to ws-more-pages
              move "y" to ws-list-done
              exit paragraph
           end-if

           perform append-row-to-html
           add 1 to ws-row-count.

      *> the first dictionary field stands for the record in a list;
      *> a free-form type shows the start of its data image.
       build-summary.

           move spaces to ws-summary

           if (dict-type-is-defined)
              move item-data(dict-field-start(1):
                             dict-field-length(1))
                  to ws-summary
           else
              move item-data(1:60) to ws-summary
           end-if.

      *> ----------------------------------------------------------
      *> view one record
      *> ----------------------------------------------------------
       show-record.

           perform read-this-record

           if (not store-op-ok)
              perform report-missing-record
              exit paragraph
           end-if

           perform load-type-layout
           move item-data to ws-image
           perform build-view-fields

           move "title" to ws-page-name(1)
           perform set-record-title

           perform set-message-value

           perform set-field-values

           perform set-stamp-value

           move "links" to ws-page-name(7)
           string '<p><a href="'              delimited by size
                  function trim(ws-base-url)  delimited by size
                  '/edit">change</a> | '      delimited by size
                  '<a href="'                 delimited by size
                  function trim(ws-base-url)  delimited by size
                  '/delete">delete</a> | '    delimited by size
                  '<a href="/history/'        delimited by size
                  ws-base-url(10:)            delimited by space
                  '">history</a> | '          delimited by size
                  '<a href="/records/'        delimited by size
                  function trim(ws-enc-type)  delimited by size
                  '">all '                    delimited by size
                  function trim(ws-html-type) delimited by size
                  " records</a></p>"          delimited by size
               into ws-page-value(7)
           end-string

           move "recview" to ws-template-name
           perform render-template.

      *> ----------------------------------------------------------
      *> change
      *> ----------------------------------------------------------
       show-change-form.

           perform read-this-record

           if (not store-op-ok)
              perform report-missing-record
              exit paragraph
           end-if

           perform load-type-layout
           move item-data to ws-image
           move item-updated to ws-shown-updated
           perform render-change-form.

       change-record.

           perform check-form-complete

           if (ws-form-bad = "y")
              perform show-change-form
              exit paragraph
           end-if

           perform take-shown-updated

           perform load-type-layout
           perform build-image-from-form

           if (ws-form-bad = "y")
              perform render-change-form
              exit paragraph
           end-if

           if (ws-shown-updated = spaces)
              move "not saved: the form did not say which version "
                  & "of the record it was changed from -- open the "
                  & "change screen again" to ws-message
              perform render-change-form
              exit paragraph
           end-if

           move spaces to store-item
           set store-op-rewrite to true
           move ws-type to item-type
           move ws-id to item-id
           move ws-image to item-data
           move ws-shown-updated to item-expected-updated

           call 'cowstore' using store-request session-context

           evaluate true

              when store-op-ok
                 move "record changed" to ws-message
                 perform show-record

              when store-conflict
                 perform report-change-conflict
                 perform show-change-form

              when store-data-invalid
                 perform report-invalid-data
                 perform render-change-form

              when store-no-record
                 perform report-missing-record

              when other
                 perform report-store-failure
                 perform render-change-form

           end-evaluate.

       render-change-form.

           perform build-form-fields

           perform escape-record-key
           move "title" to ws-page-name(1)
           string "change "                  delimited by size
                  function trim(ws-html-type) delimited by size
                  " "                        delimited by size
                  function trim(ws-html-id)  delimited by size
               into ws-page-value(1)
           end-string

           perform set-message-value

           move "action" to ws-page-name(3)
           string function trim(ws-base-url) delimited by size
                  "/edit"                    delimited by size
               into ws-page-value(3)
           end-string

           perform set-field-values

           move "updated" to ws-page-name(7)
           move ws-shown-updated to ws-page-value(7)

           move "button" to ws-page-name(8)
           move "save the change" to ws-page-value(8)

           move "links" to ws-page-name(9)
           string '<p><a href="'             delimited by size
                  function trim(ws-base-url) delimited by size
                  '">back to the record</a></p>'
                                             delimited by size
               into ws-page-value(9)
           end-string

           move "recedit" to ws-template-name
           perform render-template.

      *> ----------------------------------------------------------
      *> delete
      *> ----------------------------------------------------------
       show-delete-form.

           perform read-this-record

           if (not store-op-ok)
              perform report-missing-record
              exit paragraph
           end-if

           perform load-type-layout
           move item-data to ws-image
           move item-updated to ws-shown-updated
           perform build-view-fields

           perform escape-record-key
           move "title" to ws-page-name(1)
           string "delete "                  delimited by size
                  function trim(ws-html-type) delimited by size
                  " "                        delimited by size
                  function trim(ws-html-id)  delimited by size
                  "?"                        delimited by size
               into ws-page-value(1)
           end-string

           perform set-message-value

           perform set-field-values

           perform set-stamp-value

           move "action" to ws-page-name(7)
           string function trim(ws-base-url) delimited by size
                  "/delete"                  delimited by size
               into ws-page-value(7)
           end-string

           move "updated" to ws-page-name(8)
           move ws-shown-updated to ws-page-value(8)

           move "links" to ws-page-name(9)
           string '<p><a href="'             delimited by size
                  function trim(ws-base-url) delimited by size
                  '">keep it -- back to the record</a></p>'
                                             delimited by size
               into ws-page-value(9)
           end-string

           move "recdel" to ws-template-name
           perform render-template.

       delete-record.

           perform take-shown-updated

           if (ws-shown-updated = spaces)
              move "not deleted: the form did not say which version "
                  & "of the record it was shown -- open the delete "
                  & "screen again" to ws-message
              perform show-delete-form
              exit paragraph
           end-if

           move spaces to store-item
           set store-op-delete to true
           move ws-type to item-type
           move ws-id to item-id
           move ws-shown-updated to item-expected-updated

           call 'cowstore' using store-request session-context

           evaluate true

              when store-op-ok
                 string "record "               delimited by size
                        function trim(ws-id)    delimited by size
                        " deleted"              delimited by size
                     into ws-message
                 end-string
                 move spaces to ws-page-values
                 perform list-type-records

              when store-conflict
                 move "status: 409 Conflict" to response-status
                 move "not deleted: someone else changed this record "
                     & "after you opened it.  the current version is "
                     & "shown below -- check it before deleting."
                     to ws-message
                 perform show-delete-form

              when store-no-record
                 perform report-missing-record

              when other
                 perform report-store-failure
                 perform show-delete-form

           end-evaluate.

      *> ----------------------------------------------------------
      *> add
      *> ----------------------------------------------------------
       add-record.

           perform check-form-complete

           if (ws-form-bad = "y")
              move spaces to ws-image
              move spaces to ws-id
              perform show-add-form
              exit paragraph
           end-if

           move "id" to ws-raw-want
           perform find-raw-value
           move function trim(ws-raw-found) to ws-in-id
           move ws-in-id to ws-id

           if (ws-raw-split = "y")
              move "not added: | is not allowed in the id"
                  to ws-message
              move spaces to ws-id
              move spaces to ws-image
              perform show-add-form
              exit paragraph
           end-if

           perform load-type-layout
           perform build-image-from-form

           if (ws-form-bad = "y")
              perform show-add-form
              exit paragraph
           end-if

           evaluate true
              when (ws-in-id = spaces)
                 move "not added: the id is required" to ws-message
              when (function length(function trim(ws-in-id)) > 30)
                 move "not added: the id is over 30 characters"
                     to ws-message
              when other
                 move zero to ws-eq-pos
                 inspect ws-in-id tallying ws-eq-pos for all "/"
                 if (ws-eq-pos > zero)
                    move "not added: the id may not contain /"
                        to ws-message
                 end-if
           end-evaluate

           if (ws-message not = spaces)
              perform show-add-form
              exit paragraph
           end-if

           move spaces to store-item
           set store-op-write to true
           move ws-type to item-type
           move ws-id to item-id
           move ws-image to item-data

           call 'cowstore' using store-request session-context

           evaluate true

              when store-op-ok
                 move "record added" to ws-message
                 perform encode-record-key
                 perform show-record

              when store-dup-record
                 string "not added: there is already a "
                                                delimited by size
                        function trim(ws-type)  delimited by size
                        " record with id "      delimited by size
                        function trim(ws-id)    delimited by size
                     into ws-message
                 end-string
                 perform show-add-form

              when store-data-invalid
                 perform report-invalid-data
                 perform show-add-form

              when other
                 perform report-store-failure
                 perform show-add-form

           end-evaluate.

       show-add-form.

           perform load-type-layout
           perform build-form-fields

           perform escape-record-key
           move "title" to ws-page-name(1)
           string "add a "                   delimited by size
                  function trim(ws-html-type) delimited by size
                  " record"                  delimited by size
               into ws-page-value(1)
           end-string

           perform set-message-value

           move "action" to ws-page-name(3)
           string "/newrecord/"              delimited by size
                  function trim(ws-enc-type) delimited by size
               into ws-page-value(3)
           end-string

           perform set-field-values

           move "idfield" to ws-page-name(7)
           move ws-id to ws-esc-in
           perform html-escape
           string "<p>id: "                  delimited by size
                  '<input type="text" name="id" maxlength="30" '
                                             delimited by size
                  'value="'                  delimited by size
                  function trim(ws-esc-out)  delimited by size
                  '"></p>'                   delimited by size
               into ws-page-value(7)
           end-string

           move "button" to ws-page-name(8)
           move "add the record" to ws-page-value(8)

           move "links" to ws-page-name(9)
           string '<p><a href="/records/'    delimited by size
                  function trim(ws-enc-type) delimited by size
                  '">back to the list</a></p>'
                                             delimited by size
               into ws-page-value(9)
           end-string

           move "recedit" to ws-template-name
           perform render-template.

      *> ----------------------------------------------------------
      *> record, layout and form plumbing
      *> ----------------------------------------------------------
       read-this-record.

           move spaces to store-item
           set store-op-read to true
           move ws-type to item-type
           move ws-id to item-id

           call 'cowstore' using store-request session-context.

       load-type-layout.

           set dict-op-fields to true
           move ws-type to dict-rec-type
           call 'checkdict' using dict-request.

      *> the submitted fields laid into ws-image at their dictionary
      *> positions (or the one data field for a free-form type).  a
      *> value too long for its field is the clerk's to shorten --
      *> it is refused here rather than cut off.
       build-image-from-form.

           move spaces to ws-image
           move "n" to ws-form-bad

           if (not dict-type-is-defined)
              move "data" to ws-raw-want
              perform find-raw-value
              perform measure-raw-value
              if (ws-raw-split = "y")
                 move "not saved: | is not allowed in a field"
                     to ws-message
                 move "y" to ws-form-bad
                 exit paragraph
              end-if
              if (ws-value-length > 1000)
                 move "not saved: the data is over 1000 characters"
                     to ws-message
                 move "y" to ws-form-bad
              else
                 move ws-raw-found to ws-image
              end-if
              exit paragraph
           end-if

           perform take-one-form-field
               varying ws-field-ctr from 1 by 1
               until (ws-field-ctr > dict-field-count)
                  or (ws-form-bad = "y").

       take-one-form-field.

           move spaces to ws-raw-want
           string "f_"                                delimited by size
                  function trim(dict-field-name(ws-field-ctr))
                                                      delimited by size
               into ws-raw-want
           end-string

           perform find-raw-value
           perform measure-raw-value

           if (ws-raw-split = "y")
              string "not saved: | is not allowed in a field ("
                                                      delimited by size
                     function trim(dict-field-name(ws-field-ctr))
                                                      delimited by size
                     ")"                              delimited by size
                  into ws-message
              end-string
              move "y" to ws-form-bad
              exit paragraph
           end-if

           if (ws-value-length > dict-field-length(ws-field-ctr))
              move dict-field-length(ws-field-ctr) to ws-num-disp
              string "not saved: "                    delimited by size
                     function trim(dict-field-name(ws-field-ctr))
                                                      delimited by size
                     " is longer than "               delimited by size
                     function trim(ws-num-disp)       delimited by size
                     " characters"                    delimited by size
                  into ws-message
              end-string
              move "y" to ws-form-bad
              exit paragraph
           end-if

           if (ws-value-length > zero)
              move ws-raw-found(1:ws-value-length)
                  to ws-image(dict-field-start(ws-field-ctr):
                              dict-field-length(ws-field-ctr))
           end-if.

      *> length of ws-raw-found without its trailing spaces
       measure-raw-value.

           move zero to ws-value-length

           if (ws-raw-found not = spaces)
              move function length(function trim(ws-raw-found
                  trailing)) to ws-value-length
           end-if.

       build-view-fields.

           move spaces to ws-html
           move 1 to ws-html-ptr

           if (dict-type-is-defined)
              perform view-one-field
                  varying ws-field-ctr from 1 by 1
                  until (ws-field-ctr > dict-field-count)
           else
              move spaces to ws-row
              move 1 to ws-row-ptr
              string "<tr><td>data</td><td>" delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
              move ws-image to ws-esc-in
              perform append-escaped-to-row
              string "</td></tr>" delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
              perform append-row-to-html
           end-if.

       view-one-field.

           move spaces to ws-row
           move 1 to ws-row-ptr

           string "<tr><td>"                        delimited by size
                  function trim(dict-field-name(ws-field-ctr))
                                                    delimited by size
                  "</td><td>"                       delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move spaces to ws-esc-in
           move ws-image(dict-field-start(ws-field-ctr):
                         dict-field-length(ws-field-ctr))
               to ws-esc-in
           perform append-escaped-to-row

           string "</td></tr>" delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           perform append-row-to-html.

       build-form-fields.

           move spaces to ws-html
           move 1 to ws-html-ptr

           if (dict-type-is-defined)
              perform form-one-field
                  varying ws-field-ctr from 1 by 1
                  until (ws-field-ctr > dict-field-count)
           else
              move spaces to ws-row
              move 1 to ws-row-ptr
              string "<tr><td>data</td><td>"     delimited by size
                     '<input type="text" name="data" '
                                                 delimited by size
                     'maxlength="1000" size="80" value="'
                                                 delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
              move ws-image to ws-esc-in
              perform append-escaped-to-row
              string '"></td><td>free-form</td></tr>'
                                                 delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
              perform append-row-to-html
           end-if.

       form-one-field.

           move dict-field-length(ws-field-ctr) to ws-num-disp

           if (dict-field-length(ws-field-ctr) > 60)
              move 60 to ws-size-disp
           else
              move dict-field-length(ws-field-ctr) to ws-size-disp
           end-if

           move spaces to ws-row
           move 1 to ws-row-ptr

           string "<tr><td>"                        delimited by size
                  function trim(dict-field-name(ws-field-ctr))
                                                    delimited by size
                  '</td><td><input type="text" name="f_'
                                                    delimited by size
                  function trim(dict-field-name(ws-field-ctr))
                                                    delimited by size
                  '" maxlength="'                   delimited by size
                  function trim(ws-num-disp)        delimited by size
                  '" size="'                        delimited by size
                  function trim(ws-size-disp)       delimited by size
                  '" value="'                       delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move spaces to ws-esc-in
           move ws-image(dict-field-start(ws-field-ctr):
                         dict-field-length(ws-field-ctr))
               to ws-esc-in
           perform append-escaped-to-row

           string '"></td><td>'                     delimited by size
                  function trim(dict-field-kind(ws-field-ctr))
                                                    delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           if (dict-field-is-required(ws-field-ctr))
              string ", required" delimited by size
                  into ws-row
                  with pointer ws-row-ptr
              end-string
           end-if

           string "</td></tr>" delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           perform append-row-to-html.

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

       set-record-title.

           perform escape-record-key
           string function trim(ws-html-type) delimited by size
                  " "                        delimited by size
                  function trim(ws-html-id)  delimited by size
               into ws-page-value(1)
           end-string.

      *> ws-type and ws-id come from the url as typed, and an id is
      *> stored as typed -- both go through htmlesc before any page
      *> text is built from them.
       escape-record-key.

           move ws-type to ws-esc-in
           perform html-escape
           move ws-esc-out to ws-html-type

           move ws-id to ws-esc-in
           perform html-escape
           move ws-esc-out to ws-html-id.

       set-field-values.

           move "fields" to ws-page-name(4)
           move ws-html(1:3200) to ws-page-value(4)
           move "fields2" to ws-page-name(5)
           move ws-html(3201:3200) to ws-page-value(5)
           move "fields3" to ws-page-name(6)
           move ws-html(6401:3200) to ws-page-value(6).

       set-stamp-value.

           move "stamps" to ws-page-name(10)

           move item-owner to ws-esc-in
           perform html-escape
           move spaces to ws-row
           move 1 to ws-row-ptr

           string "<tr><td>owner</td><td>"   delimited by size
                  function trim(ws-esc-out)  delimited by size
                  "</td></tr>"               delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move item-created to ws-stamp-in
           perform format-stamp
           string "<tr><td>created</td><td>" delimited by size
                  ws-stamp-out               delimited by size
                  "</td></tr>"               delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move item-updated to ws-stamp-in
           perform format-stamp
           string "<tr><td>last changed</td><td>"
                                             delimited by size
                  ws-stamp-out               delimited by size
                  "</td></tr>"               delimited by size
               into ws-row
               with pointer ws-row-ptr
           end-string

           move ws-row(1:ws-row-ptr - 1) to ws-page-value(10).

      *> ----------------------------------------------------------
      *> outcomes other than success
      *> ----------------------------------------------------------
       report-missing-record.

           move "status: 404 Not Found" to response-status
           string "there is no "             delimited by size
                  function trim(ws-type)     delimited by size
                  " record with id "         delimited by size
                  function trim(ws-id)       delimited by size
               into ws-message
           end-string
           perform show-message-page.

       report-change-conflict.

           move "status: 409 Conflict" to response-status
           move "not saved: someone else changed this record after "
               & "you opened it.  their version is shown below -- "
               & "make your change to it and save again."
               to ws-message.

       report-invalid-data.

           string "not saved: "                  delimited by size
                  function trim(store-reject-field)
                                                 delimited by size
                  " "                            delimited by size
                  function trim(store-reject-reason)
                                                 delimited by size
               into ws-message
           end-string.

       report-store-failure.

           string "not saved: the master file answered status "
                                                 delimited by size
                  store-status                   delimited by size
               into ws-message
           end-string.

       show-message-page.

           move spaces to ws-page-values

           move "title" to ws-page-name(1)
           move "record maintenance" to ws-page-value(1)

           perform set-message-value

           move "links" to ws-page-name(7)
           if (ws-type not = spaces)
              perform escape-record-key
              string '<p><a href="/records/'    delimited by size
                     function trim(ws-enc-type) delimited by size
                     '">all '                   delimited by size
                     function trim(ws-html-type) delimited by size
                     " records</a></p>"         delimited by size
                  into ws-page-value(7)
              end-string
           end-if

           move "recview" to ws-template-name
           perform render-template.

      *> ----------------------------------------------------------
      *> text helpers
      *> ----------------------------------------------------------
       encode-record-key.

           move ws-type to ws-enc-in
           perform url-encode
           move ws-enc-out to ws-enc-type

           move ws-id to ws-enc-in
           perform url-encode
           move ws-enc-out to ws-enc-id

           move spaces to ws-base-url
           string "/records/"                delimited by size
                  function trim(ws-enc-type) delimited by size
                  "/"                        delimited by size
                  function trim(ws-enc-id)   delimited by size
               into ws-base-url
           end-string.

       html-escape.

           call 'htmlesc' using ws-esc-in ws-esc-out.

      *> ws-enc-in percent-encoded into ws-enc-out, for a key that
      *> goes into a link; letters, digits and . _ - ~ pass as they
      *> are.
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

       end program storemnt.
