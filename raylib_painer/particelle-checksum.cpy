      $set sourceformat(free)
      *> The one content checksum every frame and storyboard check
      *> uses: a two-sum (Fletcher) checksum over four-byte words
      *> modulo 65521, the low sum in the bottom sixteen bits and the
      *> running sum of low sums above it, so a swapped or corrupted
      *> word changes the value even when the byte length is right.
      *> Words are taken in the render host's native byte order. COPY
      *> into the PROCEDURE DIVISION (fields in
      *> particelle-checksumwk.cpy) so the exporter, the packer and
      *> the delivery jobs can never drift apart on what a frame's
      *> checksum is.
       compute-content-checksum.
           move 1 to ws-checksum-low
           move 0 to ws-checksum-high
           perform varying ws-checksum-index from 1 by 1
                   until ws-checksum-index > ws-checksum-word-count
               add ws-checksum-word(ws-checksum-index)
                   to ws-checksum-low
               add ws-checksum-low to ws-checksum-high
      *> Folding only once the high sum gets large keeps the divide
      *> out of the per-word loop; the result modulo 65521 is the
      *> same either way.
               if ws-checksum-high > 999999999999999
                   compute ws-checksum-low =
                       function mod(ws-checksum-low, 65521)
                   compute ws-checksum-high =
                       function mod(ws-checksum-high, 65521)
               end-if
           end-perform
           compute ws-checksum-low =
               function mod(ws-checksum-low, 65521)
           compute ws-checksum-high =
               function mod(ws-checksum-high, 65521)
           compute ws-checksum-value =
               ws-checksum-high * 65536 + ws-checksum-low.
