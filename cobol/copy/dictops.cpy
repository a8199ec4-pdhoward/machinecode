      *> call interface for the checkdict subprogram, the reader of
      *> the record-type data dictionary (cobol/config/datadict.dat):
      *>
      *>     call 'checkdict' using dict-request
      *>
      *> set dict-rec-type (and, for CHECK, dict-data) and make the
      *> call.  both operations hand back the type's field layout in
      *> dict-fields, in dictionary order; dict-type-defined is "n"
      *> for a type the dictionary says nothing about, and such a
      *> type has no fields and passes every check.
      *>
      *>   FIELDS   layout only
      *>   CHECK    layout, plus dict-valid: "y" when dict-data fits
      *>            the layout, else "n" with the first failing
      *>            field's name and the reason in dict-reject-field
      *>            and dict-reject-reason.  bytes of the image no
      *>            field covers must be blank, and fail as field
      *>            "(undefined)".

       01 dict-request.

          05  dict-operation         pic x(8).
              88  dict-op-check      value "CHECK".
              88  dict-op-fields     value "FIELDS".

          05  dict-rec-type          pic x(10).
          05  dict-data              pic x(1000).

          05  dict-type-defined      pic x(1).
              88  dict-type-is-defined value "y".
          05  dict-valid             pic x(1).
              88  dict-data-valid    value "y".
          05  dict-reject-field      pic x(20).
          05  dict-reject-reason     pic x(60).

          05  dict-field-count       pic 9(4) usage comp-5.
          05  dict-fields            occurs 20 times.
              10  dict-field-name    pic x(20).
              10  dict-field-start   pic 9(4) usage comp-5.
              10  dict-field-length  pic 9(4) usage comp-5.
              10  dict-field-kind    pic x(7).
                  88  dict-field-is-text    value "text".
                  88  dict-field-is-numeric value "numeric".
                  88  dict-field-is-date    value "date".
              10  dict-field-required pic x(1).
                  88  dict-field-is-required value "y".
