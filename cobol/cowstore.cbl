      *> across calls; the operating system closes it when the
      *> request process ends.
      *>
      *> the data image of every WRITE and REWRITE is checked
      *> against the type's entry in the data dictionary (checkdict)
      *> before the file is touched; one that does not fit comes back
      *> "DV" with the failing field named, so two programs can no
      *> longer keep one type in two layouts.
      *>
      *> a REWRITE or DELETE that carries item-expected-updated is
      *> refused with "CF" when the record's updated stamp no longer
      *> matches it -- somebody else changed the record after the
      *> caller read it.  the stamp guards one call only: it is
      *> cleared on the way out of every call.
      *>
      *> every successful WRITE, REWRITE and DELETE also appends one
      *> line to the update journal (jrnlrec.cpy -- operation, key,
      *> before/after data image, who did it, when), the other half
       01 ws-before-data    pic x(1000).
       01 ws-after-data     pic x(1000).

       copy "dictops.cpy".

       linkage section.

       copy "storeops.cpy".
           move function current-date to ws-clock
           move ws-clock(1:14) to ws-now

           move spaces to store-reject-field
           move spaces to store-reject-reason

           evaluate true

              when store-op-read

           end-evaluate

           move spaces to item-expected-updated

           goback.

      *> first call of the request: open the master file i-o,

       write-store-record.

           perform check-item-data

           if (store-data-invalid)
              exit paragraph
           end-if

           move item-type to store-rec-type
           move item-id to store-rec-id
           move session-user-id to store-owner-id
      *> updated timestamp change.
       rewrite-store-record.

           perform check-item-data

           if (store-data-invalid)
              exit paragraph
           end-if

           move item-type to store-rec-type
           move item-id to store-rec-id

                   continue
           end-read

           if (store-file-status = "00")
              perform check-expected-stamp
           end-if

           if (store-file-status not = "00")
              move store-file-status to store-status
           else

           end-if.

      *> the dictionary check shared by WRITE and REWRITE.  a type
      *> the dictionary does not define always passes.
       check-item-data.

           move spaces to store-status
           set dict-op-check to true
           move item-type to dict-rec-type
           move item-data to dict-data

           call 'checkdict' using dict-request

           if (not dict-data-valid)
              set store-data-invalid to true
              move dict-reject-field to store-reject-field
              move dict-reject-reason to store-reject-reason
           end-if.

      *> the record has just been read for a REWRITE or DELETE; if
      *> the caller said which version it expects and this is not
      *> it, the operation stops here as a conflict.  the status is
      *> carried in store-file-status so the callers' existing
      *> "not 00" exits take it back to the caller unchanged.
       check-expected-stamp.

           if (item-expected-updated not = spaces)
              and (item-expected-updated not = store-updated)
              move "CF" to store-file-status
           end-if.

      *> delete reads the record first so the journal line can carry
      *> the before image of what is about to disappear.  a record
      *> that is not there reads 23, the same status the bare delete
                   continue
           end-read

           if (store-file-status = "00")
              perform check-expected-stamp
           end-if

           if (store-file-status not = "00")
              move store-file-status to store-status
              exit paragraph
