      *> htmlesc makes a stored value safe to drop into a page: the
      *> five characters html gives meaning to (& < > " ') are
      *> replaced by their entities, so a record or user id that
      *> happens to contain markup shows up as text -- and a value
      *> put back into a form field's value="..." attribute cannot
      *> end the attribute early.  a maintenance screen that shows
      *> what somebody else typed calls this on every such value:
      *>
      *>     call 'htmlesc' using esc-text-in esc-text-out
      *>
      *> the input is the widest thing a screen shows (a 1000-byte
      *> item-data image); the output is sized for a page value.
      *> trailing spaces are not carried over, and an escaped value
      *> that outgrows the output is cut off at the last whole
      *> entity rather than half-way through one.

       identification division.
       program-id. htmlesc.

       data division.

       working-storage section.

       01 ws-in-length       pic 9(4) usage comp-5.
       01 ws-in-ctr          pic 9(4) usage comp-5.
       01 ws-out-ptr         pic 9(4) usage comp-5.
       01 ws-piece           pic x(6).
       01 ws-piece-length    pic 9(4) usage comp-5.

       linkage section.

       01 esc-text-in        pic x(1000).
       01 esc-text-out       pic x(3200).

       procedure division using esc-text-in esc-text-out.

       0000-mainline.

           move spaces to esc-text-out
           move 1 to ws-out-ptr

           move zero to ws-in-length
           perform varying ws-in-length
                   from length of esc-text-in by -1
               until (ws-in-length = zero)
                  or (esc-text-in(ws-in-length:1) not = space)
               continue
           end-perform

           perform escape-one-char
               varying ws-in-ctr from 1 by 1
               until (ws-in-ctr > ws-in-length)

           goback.

       escape-one-char.

           evaluate esc-text-in(ws-in-ctr:1)
              when "&"
                 move "&amp;" to ws-piece
                 move 5 to ws-piece-length
              when "<"
                 move "&lt;" to ws-piece
                 move 4 to ws-piece-length
              when ">"
                 move "&gt;" to ws-piece
                 move 4 to ws-piece-length
              when '"'
                 move "&quot;" to ws-piece
                 move 6 to ws-piece-length
              when "'"
                 move "&#39;" to ws-piece
                 move 5 to ws-piece-length
              when other
                 move esc-text-in(ws-in-ctr:1) to ws-piece
                 move 1 to ws-piece-length
           end-evaluate

           if (ws-out-ptr + ws-piece-length - 1
                  > length of esc-text-out)
              move ws-in-length to ws-in-ctr
              exit paragraph
           end-if

           move ws-piece(1:ws-piece-length)
               to esc-text-out(ws-out-ptr:ws-piece-length)
           add ws-piece-length to ws-out-ptr.

       end program htmlesc.
