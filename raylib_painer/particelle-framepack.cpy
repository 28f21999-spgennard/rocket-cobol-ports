      $set sourceformat(free)
      *> Shared record layouts of the PARTICELLE.FRAMEPACK bundle,
      *> written and unpacked by particelle-framepack.cbl and read
      *> back by particelle-delivery.cbl before it stages a pack.
      *> The pack opens with one header record (tag, frame count and
      *> the run id of the export the frames came from, as stamped in
      *> PARTICELLE.EXPORTCTL), then one index record per frame
      *> (number, byte offset of the frame's data from the start of
      *> the data block, length, content checksum), then the frame
      *> records in index order.
       01  pk-header.
           05  pk-header-tag           pic x(6).
           05  pk-header-count         pic 9(4).
           05  filler                  pic x(1).
           05  pk-header-run-id        pic x(15).
       01  pk-index-entry.
           05  pk-frame-number         pic 9(4).
           05  pk-frame-offset         pic 9(12).
           05  pk-frame-length         pic 9(9).
           05  pk-frame-checksum       pic 9(10).
       01  pk-frame                    pic x(230400).
