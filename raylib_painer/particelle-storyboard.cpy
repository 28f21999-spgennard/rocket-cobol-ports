      $set sourceformat(free)
      *> Shared layout of one PARTICELLE.STORYBOARD segment record,
      *> read by particelle-frameexport.cbl at export time and
      *> maintained by particelle-sbmaint.cbl. Records are
      *> fixed-column: frame range, then particle count, velocity and
      *> decay in the catalog's decimal text conventions. Lines with
      *> a blank from-frame are ignored so the file can hold spacing.
       01  storyboard-record.
           05  sb-from-frame            pic x(4).
           05  filler                   pic x(1).
           05  sb-to-frame              pic x(4).
           05  filler                   pic x(1).
           05  sb-particle-count        pic x(9).
           05  filler                   pic x(1).
           05  sb-velocity              pic x(12).
           05  filler                   pic x(1).
           05  sb-decay                 pic x(12).
