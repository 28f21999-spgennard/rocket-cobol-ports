      $set sourceformat(free)
      *> Line layouts of the PARTICELLE.TRANSMIT.<run id> manifest
      *> that particelle-delivery.cbl stages beside every outbound
      *> pack, and of the PARTICELLE.RECEIPT.<run id> acknowledgement
      *> the post house returns, which uses the same two layouts:
      *> one header line (tagged TRANSMIT or RECEIPT) carrying the
      *> run id, frame count and whole-pack checksum, then one FRAME
      *> line per frame with its length and content checksum. The
      *> whole-pack checksum is the shared content checksum taken
      *> over the frame numbers and frame checksums laid end to end
      *> in index order, so it changes when any frame's content, or
      *> the set of frames, does. particelle-receipt.cbl reads both
      *> files through these layouts.
       01  tx-header-line.
           05  tx-header-tag           pic x(9).
               88  tx-is-transmit-header   value "TRANSMIT ".
               88  tx-is-receipt-header    value "RECEIPT  ".
           05  tx-run-id               pic x(15).
           05  filler                  pic x(8) value " FRAMES=".
           05  tx-frame-count          pic 9(4).
           05  filler                  pic x(15)
                   value " PACK-CHECKSUM=".
           05  tx-pack-checksum        pic 9(10).
           05  filler                  pic x(8) value " STAGED=".
           05  tx-staged-timestamp     pic x(21).
       01  tx-frame-line.
           05  tx-frame-tag            pic x(6).
               88  tx-is-frame-line        value "FRAME ".
           05  tx-frame-number         pic 9(4).
           05  filler                  pic x(8) value " LENGTH=".
           05  tx-frame-length         pic 9(9).
           05  filler                  pic x(10) value " CHECKSUM=".
           05  tx-frame-checksum       pic 9(10).
