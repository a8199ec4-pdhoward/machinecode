      *> checkdict is the one reader of the master-file data
      *> dictionary, cobol/config/datadict.dat (COW_DICT_FILE), which
      *> names the fields each record type keeps inside its 1000-byte
      *> item-data image -- "type|field|start|length|kind|use" lines,
      *> kind text, numeric or date, use required or optional.
      *> cowstore calls it before every WRITE and REWRITE so that no
      *> program can store a type in a layout of its own invention;
      *> storeunld and the record maintenance screens call it for the
      *> field layout alone.  the interface is dictops.cpy.
      *>
      *> the file is read once, on the first call of the run unit,
      *> and kept in a table -- one read per web request, one per
      *> batch job.  a dictionary that is missing or unreadable
      *> defines nothing, so every type is free-form, exactly as
      *> before there was a dictionary.  a malformed line (bad
      *> number, unknown kind, a field running past byte 1000) is
      *> skipped rather than failing the whole file: that one field
      *> simply goes unchecked, and its bytes then have to be blank.

       identification division.
       program-id. checkdict.

       environment division.

       input-output section.

       file-control.
           select dict-file assign to dynamic dict-file-name
               organization line sequential
               file status dict-file-status.

       data division.

       file section.

       fd  dict-file.
       01  dict-line            pic x(120).

       working-storage section.

       01 dict-file-name       pic x(200)
                                value "cobol/config/datadict.dat".
       01 dict-file-status     pic x(2).
       01 ws-dict-loaded       pic x(1) value "n".
       01 ws-eof               pic x(1).

       01 ws-dict-table occurs 400 times.
          05  dt-type           pic x(10).
          05  dt-name           pic x(20).
          05  dt-start          pic 9(4) usage comp-5.
          05  dt-length         pic 9(4) usage comp-5.
          05  dt-kind           pic x(7).
          05  dt-required       pic x(1).

       01 ws-dict-known        pic 9(4) usage comp-5 value zero.
       01 ws-find-ctr          pic 9(4) usage comp-5.
       01 ws-field-ctr         pic 9(4) usage comp-5.
       01 ws-byte-ctr          pic 9(4) usage comp-5.

       01 ws-line-ptr          pic 9(4) usage comp-5.
       01 ws-in-type           pic x(20).
       01 ws-in-name           pic x(30).
       01 ws-in-start          pic x(10).
       01 ws-in-length         pic x(10).
       01 ws-in-kind           pic x(20).
       01 ws-in-use            pic x(20).
       01 ws-num-start         pic 9(4) usage comp-5.
       01 ws-num-length        pic 9(4) usage comp-5.

       01 ws-value             pic x(1000).
       01 ws-date-num          pic 9(8).
       01 ws-coverage          pic x(1000).
       01 ws-disp-byte         pic zzz9.

       linkage section.

       copy "dictops.cpy".

       procedure division using dict-request.

       0000-mainline.

           if (ws-dict-loaded not = "y")
              perform load-dictionary
           end-if

           move "n" to dict-type-defined
           move "y" to dict-valid
           move spaces to dict-reject-field
           move spaces to dict-reject-reason
           move zero to dict-field-count

           perform collect-one-field
               varying ws-find-ctr from 1 by 1
               until (ws-find-ctr > ws-dict-known)

           if (dict-field-count > zero)
              move "y" to dict-type-defined
           end-if

           if (dict-op-check) and (dict-type-is-defined)
              perform check-data-image
           end-if

           goback.

       load-dictionary.

           move "y" to ws-dict-loaded

           accept dict-file-name from environment "COW_DICT_FILE"
               on exception
                   move "cobol/config/datadict.dat"
                       to dict-file-name
           end-accept

           open input dict-file

           if (dict-file-status not = "00")
              exit paragraph
           end-if

           move "n" to ws-eof

           perform load-one-line
               until (ws-eof = "y")

           close dict-file.

       load-one-line.

           read dict-file
               at end move "y" to ws-eof
           end-read

           if (ws-eof = "y")
              exit paragraph
           end-if

           if (dict-line = spaces)
              or (dict-line(1:1) = "*")
              or (ws-dict-known = 400)
              exit paragraph
           end-if

           move spaces to ws-in-type
           move spaces to ws-in-name
           move spaces to ws-in-start
           move spaces to ws-in-length
           move spaces to ws-in-kind
           move spaces to ws-in-use
           move 1 to ws-line-ptr

           unstring dict-line delimited by "|"
               into ws-in-type ws-in-name ws-in-start ws-in-length
                    ws-in-kind ws-in-use
               with pointer ws-line-ptr
           end-unstring

           if (function trim(ws-in-type) = spaces)
              or (function length(function trim(ws-in-type)) > 10)
              or (function trim(ws-in-name) = spaces)
              or (function length(function trim(ws-in-name)) > 20)
              or (function trim(ws-in-start) is not numeric)
              or (function trim(ws-in-length) is not numeric)
              or (ws-in-start = spaces)
              or (ws-in-length = spaces)
              exit paragraph
           end-if

           move function numval(ws-in-start) to ws-num-start
           move function numval(ws-in-length) to ws-num-length

           if (ws-num-start = zero)
              or (ws-num-length = zero)
              or (ws-num-start + ws-num-length - 1 > 1000)
              exit paragraph
           end-if

           evaluate function trim(ws-in-kind)
              when "text"
              when "numeric"
              when "date"
                 continue
              when other
                 exit paragraph
           end-evaluate

           evaluate function trim(ws-in-use)
              when "required"
              when "optional"
              when spaces
                 continue
              when other
                 exit paragraph
           end-evaluate

           add 1 to ws-dict-known
           move function trim(ws-in-type) to dt-type(ws-dict-known)
           move function trim(ws-in-name) to dt-name(ws-dict-known)
           move ws-num-start to dt-start(ws-dict-known)
           move ws-num-length to dt-length(ws-dict-known)
           move function trim(ws-in-kind) to dt-kind(ws-dict-known)

           if (function trim(ws-in-use) = "required")
              move "y" to dt-required(ws-dict-known)
           else
              move "n" to dt-required(ws-dict-known)
           end-if.

       collect-one-field.

           if (dt-type(ws-find-ctr) not = dict-rec-type)
              or (dict-field-count = 20)
              exit paragraph
           end-if

           add 1 to dict-field-count
           move dt-name(ws-find-ctr)
               to dict-field-name(dict-field-count)
           move dt-start(ws-find-ctr)
               to dict-field-start(dict-field-count)
           move dt-length(ws-find-ctr)
               to dict-field-length(dict-field-count)
           move dt-kind(ws-find-ctr)
               to dict-field-kind(dict-field-count)
           move dt-required(ws-find-ctr)
               to dict-field-required(dict-field-count).

      *> field by field in dictionary order, then the bytes no field
      *> claims; the first failure is the one reported.
       check-data-image.

           move spaces to ws-coverage

           perform check-one-field
               varying ws-field-ctr from 1 by 1
               until (ws-field-ctr > dict-field-count)
                  or (dict-valid = "n")

           if (dict-valid = "n")
              exit paragraph
           end-if

           perform varying ws-byte-ctr from 1 by 1
               until (ws-byte-ctr > 1000)
                  or (dict-valid = "n")

               if (ws-coverage(ws-byte-ctr:1) = space)
                  and (dict-data(ws-byte-ctr:1) not = space)
                  move "n" to dict-valid
                  move "(undefined)" to dict-reject-field
                  move ws-byte-ctr to ws-disp-byte
                  string "data at byte "          delimited by size
                         function trim(ws-disp-byte)
                                                  delimited by size
                         " is outside every defined field"
                                                  delimited by size
                      into dict-reject-reason
                  end-string
               end-if

           end-perform.

       check-one-field.

           move all "y" to ws-coverage
               (dict-field-start(ws-field-ctr):
                dict-field-length(ws-field-ctr))

           move spaces to ws-value
           move dict-data(dict-field-start(ws-field-ctr):
                          dict-field-length(ws-field-ctr))
               to ws-value

           if (ws-value = spaces)
              if (dict-field-is-required(ws-field-ctr))
                 move "n" to dict-valid
                 move dict-field-name(ws-field-ctr)
                     to dict-reject-field
                 move "is required" to dict-reject-reason
              end-if
              exit paragraph
           end-if

           evaluate true

              when dict-field-is-numeric(ws-field-ctr)
                 if (function trim(ws-value) is not numeric)
                    move "n" to dict-valid
                    move dict-field-name(ws-field-ctr)
                        to dict-reject-field
                    move "must be numeric" to dict-reject-reason
                 end-if

              when dict-field-is-date(ws-field-ctr)
                 perform check-date-field

              when other
                 continue

           end-evaluate.

       check-date-field.

           if (function trim(ws-value) is numeric)
              and (function length(function trim(ws-value)) = 8)
              move function numval(ws-value) to ws-date-num
              if (function test-date-yyyymmdd(ws-date-num) = 0)
                 exit paragraph
              end-if
           end-if

           move "n" to dict-valid
           move dict-field-name(ws-field-ctr) to dict-reject-field
           move "must be a valid yyyymmdd date" to dict-reject-reason.

       end program checkdict.
