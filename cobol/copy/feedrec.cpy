      *> the daily change-data feed cowfeed writes for the downstream
      *> systems, cobol/config/feed-NNNNNNNN.dat: one header line, one
      *> detail line per master-file update (the journal line as
      *> cowstore wrote it, jrnlrec.cpy), one trailer line.  every
      *> line starts with its kind -- H, D or T -- and the batch
      *> sequence number, so a receiver can tell at a glance which
      *> batch a line belongs to and that the batches arrive in
      *> order.  like the journal the fields sit at fixed offsets and
      *> the pipes are only separators; the data images may contain
      *> pipes themselves.  these 01s are used under an fd, so the
      *> writer moves "|" into each filler before every write.
      *>
      *> the header carries the batch's journal window: every update
      *> stamped at or after feed-hdr-from and before feed-hdr-to,
      *> and nothing else.  the next batch starts where this one
      *> ends, so consecutive batches neither overlap nor leave a gap.
      *>
      *> the trailer is the receiver's proof of a complete file:
      *> counts per operation, the total of detail lines, and a
      *> control total -- the sum of the hhmmss part of every detail
      *> line's timestamp -- which the receiver recomputes from the
      *> lines it actually got.

       01 feed-detail.

          05  feed-kind              pic x(1).
              88  feed-is-header     value "H".
              88  feed-is-detail     value "D".
              88  feed-is-trailer    value "T".
          05  feed-filler-1          pic x(1) value "|".
          05  feed-seq               pic 9(8).
          05  feed-filler-2          pic x(1) value "|".
          05  feed-timestamp         pic x(14).
          05  feed-filler-3          pic x(1) value "|".
          05  feed-operation         pic x(8).
          05  feed-filler-4          pic x(1) value "|".
          05  feed-rec-type          pic x(10).
          05  feed-filler-5          pic x(1) value "|".
          05  feed-rec-id            pic x(30).
          05  feed-filler-6          pic x(1) value "|".
          05  feed-user-id           pic x(30).
          05  feed-filler-7          pic x(1) value "|".
          05  feed-before-data       pic x(1000).
          05  feed-filler-8          pic x(1) value "|".
          05  feed-after-data        pic x(1000).

       01 feed-header.

          05  feed-hdr-kind          pic x(1).
          05  feed-hdr-filler-1      pic x(1) value "|".
          05  feed-hdr-seq           pic 9(8).
          05  feed-hdr-filler-2      pic x(1) value "|".
          05  feed-hdr-from          pic x(14).
          05  feed-hdr-filler-3      pic x(1) value "|".
          05  feed-hdr-to            pic x(14).
          05  feed-hdr-filler-4      pic x(1) value "|".
          05  feed-hdr-created       pic x(14).
          05  feed-hdr-filler-5      pic x(1) value "|".
          05  feed-hdr-source        pic x(10).

       01 feed-trailer.

          05  feed-trl-kind          pic x(1).
          05  feed-trl-filler-1      pic x(1) value "|".
          05  feed-trl-seq           pic 9(8).
          05  feed-trl-filler-2      pic x(1) value "|".
          05  feed-trl-writes        pic 9(9).
          05  feed-trl-filler-3      pic x(1) value "|".
          05  feed-trl-rewrites      pic 9(9).
          05  feed-trl-filler-4      pic x(1) value "|".
          05  feed-trl-deletes       pic 9(9).
          05  feed-trl-filler-5      pic x(1) value "|".
          05  feed-trl-details       pic 9(9).
          05  feed-trl-filler-6      pic x(1) value "|".
          05  feed-trl-control       pic 9(15).
