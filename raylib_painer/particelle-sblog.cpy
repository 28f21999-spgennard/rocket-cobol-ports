      $set sourceformat(free)
      *> Shared layout for the PARTICELLE.SBLOG storyboard change
      *> history, appended by particelle-sbmaint.cbl for every
      *> accepted storyboard change - the storyboard's counterpart of
      *> PARTICELLE.SCENLOG. The file is never rewritten. A segment
      *> is keyed by its from-frame; old and new values are carried
      *> as the storyboard's own text columns, so an ADD has blank
      *> old values and a DELETE has blank new values. An UPDATE that
      *> moves a segment's to-frame also moves the from-frame of the
      *> segment after it, and that neighbour's change is logged as
      *> a second line with action SHIFT.
       01  particelle-sblog-record.
           05  bh-timestamp            pic x(21).
           05  bh-user-id              pic x(8).
           05  bh-action               pic x(6).
           05  bh-segment-key          pic x(4).
           05  bh-old-from-frame       pic x(4).
           05  bh-old-to-frame         pic x(4).
           05  bh-old-particle-count   pic x(9).
           05  bh-old-velocity         pic x(12).
           05  bh-old-decay            pic x(12).
           05  bh-new-from-frame       pic x(4).
           05  bh-new-to-frame         pic x(4).
           05  bh-new-particle-count   pic x(9).
           05  bh-new-velocity         pic x(12).
           05  bh-new-decay            pic x(12).
