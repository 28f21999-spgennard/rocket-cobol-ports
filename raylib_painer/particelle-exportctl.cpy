      $set sourceformat(free)
      *> Shared layout for the PARTICELLE.EXPORTCTL frame-export
      *> control record - one line, rewritten by
      *> particelle-frameexport at the start of every attempt. A
      *> fresh export stamps it with its own run id as both the first
      *> and the latest attempt; a restart refuses to run unless the
      *> storyboard fingerprint (segment count plus content checksum
      *> of the segment lines) and the expected frame count still
      *> match, then bumps the attempt number and stamps itself as
      *> the latest attempt. The fingerprint of a fixed-scene export
      *> is zero segments and a zero checksum.
       01  export-control-record.
           05  ec-first-run-id         pic x(15).
           05  filler                  pic x(1).
           05  ec-attempt-run-id       pic x(15).
           05  filler                  pic x(1).
           05  ec-attempt-number       pic 9(2).
           05  filler                  pic x(1).
           05  ec-segment-count        pic 9(3).
           05  filler                  pic x(1).
           05  ec-storyboard-checksum  pic 9(10).
           05  filler                  pic x(1).
           05  ec-expected-frames      pic 9(4).
