      $set sourceformat(free)
      *> Shared layout of one PARTICELLE.NIGHTLOG line, written per
      *> plan step by particelle-nightrun.cbl and read back by the
      *> jobs that account for a night after the fact. COPY into
      *> WORKING-STORAGE and move to/from the log file's record. The
      *> step argument is the one the step was actually driven with
      *> (after any sizing override), so the night's control totals
      *> can be checked against what the step was asked to do; the
      *> cost center is the step's requester from its plan line.
      *> Lines written before either was carried hold spaces there.
       01  particelle-nightlog-line.
           05  nl-run-id               pic x(15).
           05  filler                  pic x(1) value space.
           05  nl-step-name            pic x(12).
           05  filler                  pic x(1) value space.
           05  nl-start                pic x(21).
           05  filler                  pic x(1) value space.
           05  nl-end                  pic x(21).
           05  filler                  pic x(1) value space.
           05  nl-verdict              pic x(7).
               88  nl-step-ok              value "OK     ".
           05  filler                  pic x(1) value space.
           05  nl-return-code          pic -(8)9.
           05  filler                  pic x(1) value space.
           05  nl-step-arg             pic 9(9).
           05  filler                  pic x(1) value space.
           05  nl-cost-center          pic x(8).
