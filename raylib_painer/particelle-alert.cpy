      *> drained by particelle-alertdrain for the paging bridge. The
      *> delivered flag is how the drain guarantees nothing is paged
      *> twice: it flips to "Y" only after the record has been handed
      *> to the bridge's output file, and the drain stamps the time
      *> it did so, so the service-level figures can say how long a
      *> page waited. Records delivered before the stamp was carried
      *> hold spaces there.
       01  particelle-alert-record.
           05  pal-timestamp           pic x(21).
           05  pal-run-id              pic x(15).
           05  pal-delivered           pic x(1).
               88  pal-is-delivered        value "Y".
               88  pal-is-pending          value "N".
           05  pal-delivered-timestamp pic x(21).
