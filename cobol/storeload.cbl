      *> storerec.cpy widths); a record that fails is written to the
      *> reject file (COW_IMPORT_REJECTS, default
      *> cobol/config/import.rej) as "reason|original line" and the
      *> load carries on.  a record of a type the data dictionary
      *> defines (datadict.dat) must also fit that definition --
      *> cowstore refuses it otherwise, and the reject line's reason
      *> names the field that failed ("field credit: must be
      *> numeric").  a record whose type + id already exists
      *> is counted as already present and left untouched, which is
      *> what makes the job restartable: run it again after a crash
      *> and the records that got in the first time are simply
       01 ws-in-id             pic x(40).
       01 ws-in-owner          pic x(40).
       01 ws-in-data           pic x(1100).
       01 ws-reject-reason     pic x(80).

       01 ws-tail              pic x(1200).
       01 ws-tail-ptr          pic 9(4) usage comp-5.
              when store-dup-record
                 add 1 to ws-present-count

              when store-data-invalid
                 move spaces to ws-reject-reason
                 string "field "                  delimited by size
                        function trim(store-reject-field)
                                                  delimited by size
                        ": "                      delimited by size
                        function trim(store-reject-reason)
                                                  delimited by size
                     into ws-reject-reason
                 end-string
                 perform write-reject-record

              when other
                 move "store write failed, status"
                     to ws-reject-reason
