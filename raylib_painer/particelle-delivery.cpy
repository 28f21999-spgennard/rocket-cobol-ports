      $set sourceformat(free)
      *> Shared layout for the PARTICELLE.DELIVERIES ledger - one
      *> line per outbound frame pack, keyed by the run id of the
      *> export that produced it. particelle-delivery.cbl writes the
      *> line as STAGED when it stages a pack (a re-staged run goes
      *> back to STAGED); particelle-receipt.cbl moves it on to
      *> RECEIVED when the post house's receipt accounts for every
      *> frame, to RESEND when the receipt shows frames missing or
      *> mismatched, and to OVERDUE when no receipt has come by the
      *> configured deadline. Both rewrite the ledger whole under the
      *> DELIVERIES lock (particelle-lock).
       01  delivery-record.
           05  dv-run-id               pic x(15).
           05  filler                  pic x(1).
           05  dv-staged-timestamp     pic x(21).
           05  filler                  pic x(1).
           05  dv-frame-count          pic 9(4).
           05  filler                  pic x(1).
           05  dv-pack-checksum        pic 9(10).
           05  filler                  pic x(1).
           05  dv-status               pic x(8).
               88  dv-is-staged            value "STAGED  ".
               88  dv-is-received          value "RECEIVED".
               88  dv-is-resend            value "RESEND  ".
               88  dv-is-overdue           value "OVERDUE ".
           05  filler                  pic x(1).
           05  dv-status-timestamp     pic x(21).
           05  filler                  pic x(1).
           05  dv-missing-count        pic 9(4).
           05  filler                  pic x(1).
           05  dv-mismatch-count       pic 9(4).
