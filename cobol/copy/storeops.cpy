      *>               at or after item-owner + item-type
      *>   NEXTOWNER   fetch the next record of the owner browse
      *>
      *> a WRITE or REWRITE of a type the data dictionary defines
      *> (datadict.dat, see checkdict) must fit that definition.  one
      *> that does not is refused with store-status "DV" and nothing
      *> is stored; store-reject-field names the first field that
      *> failed and store-reject-reason says why.
      *>
      *> REWRITE and DELETE can also be made conditional: put the
      *> item-updated stamp the caller last saw into
      *> item-expected-updated, and if the record has been updated
      *> since then the operation is refused with store-status "CF"
      *> (conflict) and the record is left as it is -- the way a
      *> maintenance screen keeps one clerk from silently
      *> overwriting another's change.  a blank stamp means no
      *> check.  cowstore clears the field after every call, so it
      *> guards exactly one operation.
      *>
      *> either browse runs off the end of what was asked for rather
      *> than stopping there -- after each NEXT/NEXTOWNER the caller
      *> checks item-type (and, for the owner browse, item-owner)
             *> storemigr job has converted it.  cowstore also
             *> raises an alert line when it sees this.
              88  store-layout-clash value "39".
              88  store-data-invalid value "DV".
              88  store-conflict     value "CF".

          05  store-item.
              10  item-type          pic x(10).
              10  item-data          pic x(1000).
              10  item-created       pic x(14).
              10  item-updated       pic x(14).
              10  item-expected-updated
                                     pic x(14).

          05  store-reject-field     pic x(20).
          05  store-reject-reason    pic x(60).
