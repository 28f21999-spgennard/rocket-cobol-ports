      $set sourceformat(free)
      *> Work fields for the shared content checksum in
      *> particelle-checksum.cpy. COPY into WORKING-STORAGE alongside
      *> that procedure copybook: move the bytes to be summed into
      *> ws-checksum-area (spaces past the end), set
      *> ws-checksum-word-count to the number of four-byte words to
      *> sum, PERFORM compute-content-checksum, then use
      *> ws-checksum-value. The area is one full 320x240 RGB24 frame
      *> wide, the largest thing any caller sums in one piece.
       01  ws-checksum-area             pic x(230400).
       01  ws-checksum-words redefines ws-checksum-area.
           05  ws-checksum-word         pic 9(9) comp-5
                                        occurs 57600 times.
       01  ws-checksum-word-count       pic 9(9) comp-5.
       01  ws-checksum-index            pic 9(9) comp-5.
       01  ws-checksum-low              pic 9(18) comp-5.
       01  ws-checksum-high             pic 9(18) comp-5.
       01  ws-checksum-value            pic 9(10).
