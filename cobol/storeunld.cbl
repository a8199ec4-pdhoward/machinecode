      *> export file is rewritten from scratch on every run, which
      *> is what makes the job restartable: run it again and the
      *> same records come out once, never appended twice.
      *>
      *> with COW_EXPORT_LAYOUT=COLUMNS the data image is split into
      *> the type's named fields from the data dictionary instead:
      *> the first line is a header naming every column,
      *>
      *>     type|id|owner|<field>|<field>|...|created|updated
      *>
      *> and each record follows with its fields in dictionary
      *> order, trimmed.  that is the layout for a spreadsheet or a
      *> downstream load, not for storeload -- the columns layout
      *> does not come back in.  a type the dictionary does not
      *> define has no columns to name and is refused.  a record
      *> with a "|" in its id, its owner or any field would shift
      *> every column after it without the receiver being able to
      *> tell, so it is never written: it is named on the console as
      *> skipped and counted instead.
      *>
      *> return-code 0 means the export ran (even for a type with
      *> no records); 4 that it ran but records were skipped; 16
      *> means no type was named, the columns layout
      *> was asked for a type with no definition, or the files could
      *> not be processed.

       identification division.
       file section.

       fd  export-file.
       01  export-line           pic x(1300).

       working-storage section.

       01 export-file-status   pic x(2).

       01 ws-export-type       pic x(10).
       01 ws-export-layout     pic x(10).
       01 ws-line-ptr          pic 9(4) usage comp-5.
       01 ws-field-ctr         pic 9(4) usage comp-5.
       01 ws-browse-done       pic x(1) value "n".
       01 ws-export-count      pic 9(7) usage comp-5 value zero.
       01 ws-skipped-count     pic 9(7) usage comp-5 value zero.
       01 ws-pipe-count        pic 9(4) usage comp-5.
       01 ws-disp-count        pic z,zzz,zz9.

       copy "storeops.cpy".
       copy "session.cpy".
       copy "dictops.cpy".

       procedure division.

                       to export-file-name
           end-accept

           accept ws-export-layout
                   from environment "COW_EXPORT_LAYOUT"
               on exception move spaces to ws-export-layout
           end-accept

           if (ws-export-layout = "COLUMNS")
              set dict-op-fields to true
              move ws-export-type to dict-rec-type
              call 'checkdict' using dict-request
              if (not dict-type-is-defined)
                 display "storeunld: type "
                     function trim(ws-export-type)
                     " has no data dictionary entry -- cannot "
                     "unload it as columns"
                 move 16 to return-code
                 goback
              end-if
           end-if

           display "storeunld: unloading type "
               function trim(ws-export-type) " to "
               function trim(export-file-name)
              goback
           end-if

           if (ws-export-layout = "COLUMNS")
              perform write-column-header
           end-if

          *> no live session in batch -- cowstore only reads
          *> session-context on WRITE, and a browse never writes.
           move spaces to session-context
           display "storeunld: " function trim(ws-disp-count)
               " record(s) unloaded"

           if (ws-skipped-count > zero)
              move ws-skipped-count to ws-disp-count
              display "storeunld: " function trim(ws-disp-count)
                  " record(s) skipped -- a | in a column"
              move 4 to return-code
           else
              move 0 to return-code
           end-if

           goback.

              exit paragraph
           end-if

           if (ws-export-layout = "COLUMNS")
              perform count-column-pipes
              if (ws-pipe-count > zero)
                 display "storeunld: skipped "
                     function trim(item-type) " "
                     function trim(item-id)
                     " -- a | in a column"
                 add 1 to ws-skipped-count
                 exit paragraph
              end-if
              perform write-column-record
              add 1 to ws-export-count
              exit paragraph
           end-if

           move spaces to export-line
           string function trim(item-type)     delimited by size
                  "|"                          delimited by size

           add 1 to ws-export-count.

       write-column-header.

           move spaces to export-line
           move 1 to ws-line-ptr

           string "type|id|owner" delimited by size
               into export-line
               with pointer ws-line-ptr
           end-string

           perform varying ws-field-ctr from 1 by 1
               until (ws-field-ctr > dict-field-count)

               string "|" delimited by size
                      function trim(dict-field-name(ws-field-ctr))
                                  delimited by size
                   into export-line
                   with pointer ws-line-ptr
               end-string

           end-perform

           string "|created|updated" delimited by size
               into export-line
               with pointer ws-line-ptr
           end-string

           write export-line.

      *> every "|" in the values that become columns of this record
       count-column-pipes.

           move zero to ws-pipe-count
           inspect item-id tallying ws-pipe-count for all "|"
           inspect item-owner tallying ws-pipe-count for all "|"

           perform varying ws-field-ctr from 1 by 1
               until (ws-field-ctr > dict-field-count)

               inspect item-data(dict-field-start(ws-field-ctr):
                                 dict-field-length(ws-field-ctr))
                   tallying ws-pipe-count for all "|"

           end-perform.

       write-column-record.

           move spaces to export-line
           move 1 to ws-line-ptr

           string function trim(item-type)     delimited by size
                  "|"                          delimited by size
                  function trim(item-id)       delimited by size
                  "|"                          delimited by size
                  function trim(item-owner)    delimited by size
               into export-line
               with pointer ws-line-ptr
           end-string

           perform varying ws-field-ctr from 1 by 1
               until (ws-field-ctr > dict-field-count)

               string "|" delimited by size
                      function trim(item-data
                          (dict-field-start(ws-field-ctr):
                           dict-field-length(ws-field-ctr)))
                                  delimited by size
                   into export-line
                   with pointer ws-line-ptr
               end-string

           end-perform

           string "|"                          delimited by size
                  item-created                 delimited by size
                  "|"                          delimited by size
                  item-updated                 delimited by size
               into export-line
               with pointer ws-line-ptr
           end-string

           write export-line.

       end program storeunld.
