      $set sourceformat(free)
      *> Stability-margin sweep over the PARTICELLE.SCENARIOS catalog.
      *> particelle-reconcile says whether each mix diverges at
      *> exactly its catalog velocity and decay; this sweep says how
      *> far the mix is from diverging. Each scenario is first run at
      *> its catalog point, then stepped outward one direction at a
      *> time - velocity up, velocity down, decay up, decay down - in
      *> the caller's increments, every point run through particelle5
      *> (single precision) and particelle6 (double-precision
      *> reference) exactly as the reconciliation runs them, until the
      *> single/double divergence first crosses the scenario's own
      *> tolerance (or a run fails, which fails a night just the
      *> same). The catalog columns are unsigned, so a downward walk
      *> stops before zero. PARTICELLE.STABILITY gets two lines per
      *> scenario: the catalog point with its divergence and margin
      *> rating, and the crossing point found in each direction with
      *> the number of steps out it lies. The rating is the nearest
      *> crossing: ON-EDGE when the catalog point itself diverges or
      *> a single step crosses, NARROW within the caller's narrow-step
      *> count, WIDE beyond it or with no crossing inside the sweep.
      *> An ON-EDGE scenario raises a WARN alert - one small catalog
      *> edit there fails a night. The catalog is read under the
      *> SCENARIOS lock and released before the sweep, so catalog
      *> maintenance waits only for the read.
       identification division.
       program-id. "particelle-stability".
       environment division.
       input-output section.
       file-control.
           select scenario-catalog assign to "PARTICELLE.SCENARIOS"
               organization is line sequential
               file status is ws-catalog-status.
           select stability-report assign to "PARTICELLE.STABILITY"
               organization is line sequential
               file status is ws-report-status.
           select optional particelle-audit-file assign to "PARTICELLE.AUDIT"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.
       fd  scenario-catalog.
       copy "particelle-scenario.cpy".
       fd  stability-report.
       01  sr-line                     pic x(132).
       fd  particelle-audit-file.
       copy "particelle-audit.cpy".

       working-storage section.
       copy "particelle-status.cpy".
       copy "particelle-runid.cpy".
      *> NOP64 mirrors the same compile-time flag particelle-caller.cbl
      *> checks; particelle5/particelle6 are called directly here, as
      *> in particelle-reconcile, so the same hard-stop guard applies.
      $if NOP64 defined
       01  ws-is-64bit-build           pic x(1) value "N".
      $else
       01  ws-is-64bit-build           pic x(1) value "Y".
      $end
       01  ws-catalog-status           pic x(2).
       01  ws-report-status            pic x(2).
       01  ws-audit-file-status        pic x(2).
       01  ws-catalog-eof              pic x(1).
       copy "particelle-decimalwk.cpy".
       01  ws-abort-reason             pic x(60)
               value "Needs 64-bit COBOL environment - build aborted".
       01  ws-run-stamp                pic x(21).
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "AUDIT".
       01  ws-lock-program             pic x(24)
               value "particelle-stability".
       01  ws-lock-rc                  pic s9(9) comp-5.
       01  ws-catalog-lock-resource    pic x(24) value "SCENARIOS".
       01  ws-catalog-lock-rc          pic s9(9) comp-5.
       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).

      *> The catalog as read under the lock, same fixed columns as
      *> particelle-scenario.cpy. 100 scenarios is several times the
      *> modelers' catalog.
       01  ws-scenario-table.
           05  ws-scenario-count       pic 9(4) comp-5 value 0.
           05  ws-scenario-row         occurs 100 times indexed by sn-idx.
               10  sn-scenario-id      pic x(8).
               10  filler              pic x(1).
               10  sn-particle-count   pic x(9).
               10  filler              pic x(1).
               10  sn-velocity         pic x(12).
               10  filler              pic x(1).
               10  sn-decay            pic x(12).
               10  filler              pic x(1).
               10  sn-tolerance        pic x(12).

       01  ws-velocity-step            usage comp-2.
       01  ws-decay-step               usage comp-2.
       01  ws-catalog-velocity         usage comp-2.
       01  ws-catalog-decay            usage comp-2.
       01  ws-step-number              pic s9(9) comp-5.
       01  ws-scenario-values-ok       pic x(1).
       01  ws-on-edge-count            pic 9(4) comp-5 value 0.
       01  ws-scenarios-swept          pic 9(4) comp-5 value 0.

      *> One point of the sweep, set up by the caller of
      *> run-sweep-point: the same value pair goes to both sides, the
      *> single side rounded to comp-1 as reconcile rounds it.
       01  ws-particle-count           pic s9(9) comp-5.
       01  ws-point-velocity           usage comp-2.
       01  ws-point-decay              usage comp-2.
       01  ws-velocity-single          usage comp-1.
       01  ws-decay-single             usage comp-1.
       01  ws-metric-single            usage comp-1.
       01  ws-status-single            pic s9(9) comp-5.
       01  ws-metric-double            usage comp-2.
       01  ws-status-double            pic s9(9) comp-5.
       01  ws-metric-double-as-single  usage comp-1.
       01  ws-divergence               usage comp-1.
       01  ws-tolerance                usage comp-1.
       01  ws-point-crosses            pic x(1).
       01  ws-point-failed             pic x(1).

      *> The four walks for the scenario in hand: 1 velocity up,
      *> 2 velocity down, 3 decay up, 4 decay down. Steps zero means
      *> no crossing inside the sweep.
       01  ws-direction-table.
           05  ws-direction-row        occurs 4 times indexed by dr-idx.
               10  dr-label            pic x(4).
               10  dr-cross-steps      pic 9(4) comp-5.
               10  dr-cross-value      usage comp-2.
       01  ws-direction-sign           pic s9(1) comp-5.
       01  ws-walk-done                pic x(1).
       01  ws-nearest-steps            pic 9(4) comp-5.
       01  ws-catalog-divergence       usage comp-1.
       01  ws-margin                   pic x(10).

       01  ws-heading-line.
           05  filler                  pic x(27)
                   value "PARTICELLE STABILITY SWEEP ".
           05  filler                  pic x(9) value "VEL-STEP=".
           05  hl-velocity-step        pic x(12).
           05  filler                  pic x(10) value " DEC-STEP=".
           05  hl-decay-step           pic x(12).
           05  filler                  pic x(5) value " MAX=".
           05  hl-max-steps            pic z(3)9.
           05  filler                  pic x(8) value " NARROW=".
           05  hl-narrow-steps         pic z(3)9.
           05  filler                  pic x(10) value " PRODUCED ".
           05  hl-produced             pic x(21).

       01  ws-point-line.
           05  pl-scenario-id          pic x(8).
           05  filler                  pic x(7) value " COUNT=".
           05  pl-count                pic z(8)9.
           05  filler                  pic x(5) value " VEL=".
           05  pl-velocity             pic x(12).
           05  filler                  pic x(5) value " DEC=".
           05  pl-decay                pic x(12).
           05  filler                  pic x(5) value " TOL=".
           05  pl-tolerance            pic x(12).
           05  filler                  pic x(5) value " DIV=".
           05  pl-divergence           pic -(4)9.9(6).
           05  filler                  pic x(8) value " MARGIN=".
           05  pl-margin               pic x(10).

       01  ws-cross-line.
           05  cl-scenario-id          pic x(8).
           05  filler                  pic x(6) value " CROSS".
           05  cl-direction            occurs 4 times.
               10  filler              pic x(1) value space.
               10  cl-label            pic x(4).
               10  filler              pic x(1) value "=".
               10  cl-value            pic x(12).
               10  cl-at               pic x(1).
               10  cl-steps            pic x(4).
       01  ws-cross-value              pic -(4)9.9(6).
       01  ws-cross-steps              pic z(3)9.

       linkage section.
       01  ls-velocity-step            pic x(12).
       01  ls-decay-step               pic x(12).
       01  ls-max-steps                pic s9(9) comp-5.
       01  ls-narrow-steps             pic s9(9) comp-5.
       01  ls-return-code              pic s9(9) comp-5.

       procedure division using ls-velocity-step ls-decay-step
               ls-max-steps ls-narrow-steps ls-return-code.
       main-para.
           move 0 to ls-return-code
           perform ensure-run-id
           perform validate-sweep-arguments
           if ls-return-code <> 0
               goback
           end-if

           if ws-is-64bit-build not = "Y"
               perform abort-for-32bit-environment
           end-if

           move "ACQUIRE" to ws-lock-action
           call "particelle-lock" using ws-lock-action
               ws-catalog-lock-resource ws-lock-program ws-catalog-lock-rc
           end-call
           if ws-catalog-lock-rc <> 0
               perform raise-catalog-busy-alert
               move 8 to ls-return-code
               goback
           end-if
           perform load-scenario-catalog
           move "RELEASE" to ws-lock-action
           call "particelle-lock" using ws-lock-action
               ws-catalog-lock-resource ws-lock-program ws-catalog-lock-rc
           end-call
           if ls-return-code <> 0
               goback
           end-if

           open output stability-report
           if ws-report-status <> "00"
               display "particelle-stability: report file open failed, "
                   "status " ws-report-status
               move 16 to ls-return-code
               goback
           end-if
           perform write-report-heading

           perform varying sn-idx from 1 by 1
                   until sn-idx > ws-scenario-count
               perform sweep-one-scenario
           end-perform
           close stability-report

           evaluate true
               when ws-scenarios-swept = 0
                   display "particelle-stability: no scenario on the "
                       "catalog could be swept"
                   move 8 to ls-return-code
               when ws-on-edge-count > 0
                   move 4 to ls-return-code
           end-evaluate
           goback.

       ensure-run-id.
           if pri-run-id = spaces or pri-run-id = low-values
               move function current-date to ws-run-stamp
               string "R" ws-run-stamp(1:14)
                   delimited by size into pri-run-id
               end-string
           end-if.

      *> Increments are plain decimals like the catalog columns they
      *> step; zero would walk nowhere.
       validate-sweep-arguments.
           move ls-velocity-step to ws-decimal-field
           perform validate-decimal-field
           if ws-decimal-ok = "N"
               display "particelle-stability: velocity step is not a "
                   "plain decimal"
               move -1 to ls-return-code
               exit paragraph
           end-if
           move ls-decay-step to ws-decimal-field
           perform validate-decimal-field
           if ws-decimal-ok = "N"
               display "particelle-stability: decay step is not a "
                   "plain decimal"
               move -1 to ls-return-code
               exit paragraph
           end-if
           compute ws-velocity-step = function numval(ls-velocity-step)
           compute ws-decay-step = function numval(ls-decay-step)
           if ws-velocity-step <= 0 or ws-decay-step <= 0
               display "particelle-stability: steps must be greater "
                   "than zero"
               move -1 to ls-return-code
               exit paragraph
           end-if
           if ls-max-steps < 1 or ls-max-steps > 1000
               display "particelle-stability: max steps must be "
                   "1-1000"
               move -1 to ls-return-code
               exit paragraph
           end-if
           if ls-narrow-steps < 1 or ls-narrow-steps > ls-max-steps
               display "particelle-stability: narrow steps must be "
                   "1 to max steps"
               move -1 to ls-return-code
           end-if.

       copy "particelle-decimal.cpy".

       load-scenario-catalog.
           open input scenario-catalog
           if ws-catalog-status <> "00"
               display "particelle-stability: scenario catalog open "
                   "failed, status " ws-catalog-status
               move 16 to ls-return-code
               exit paragraph
           end-if
           move "N" to ws-catalog-eof
           perform until ws-catalog-eof = "Y"
               read scenario-catalog
                   at end
                       move "Y" to ws-catalog-eof
                   not at end
                       if sc-scenario-id <> spaces
                           perform keep-one-scenario
                       end-if
               end-read
           end-perform
           close scenario-catalog.

       keep-one-scenario.
           if ws-scenario-count >= 100
               display "particelle-stability: scenario table full, "
                   sc-scenario-id " not swept"
               exit paragraph
           end-if
           add 1 to ws-scenario-count
           move scenario-record to ws-scenario-row(ws-scenario-count).

      *> The same acceptance rules particelle-reconcile applies: a
      *> line it would skip is reported here as INVALID, not swept.
       sweep-one-scenario.
           move "Y" to ws-scenario-values-ok
           if sn-particle-count(sn-idx) not numeric
               move "N" to ws-scenario-values-ok
           end-if
           move sn-velocity(sn-idx) to ws-decimal-field
           perform validate-decimal-field
           if ws-decimal-ok = "N"
               move "N" to ws-scenario-values-ok
           end-if
           move sn-decay(sn-idx) to ws-decimal-field
           perform validate-decimal-field
           if ws-decimal-ok = "N"
               move "N" to ws-scenario-values-ok
           end-if
           move sn-tolerance(sn-idx) to ws-decimal-field
           perform validate-decimal-field
           if ws-decimal-ok = "N"
               move "N" to ws-scenario-values-ok
           end-if
           if ws-scenario-values-ok = "N"
               display "particelle-stability: scenario "
                   sn-scenario-id(sn-idx) " skipped, catalog values "
                   "not numeric"
               move 0 to ws-catalog-divergence
               move "INVALID" to ws-margin
               perform write-point-line
               exit paragraph
           end-if

           add 1 to ws-scenarios-swept
           move sn-particle-count(sn-idx) to ws-particle-count
           compute ws-catalog-velocity =
               function numval(sn-velocity(sn-idx))
           compute ws-catalog-decay = function numval(sn-decay(sn-idx))
           compute ws-tolerance = function numval(sn-tolerance(sn-idx))

           move ws-catalog-velocity to ws-point-velocity
           move ws-catalog-decay to ws-point-decay
           perform run-sweep-point
           move ws-divergence to ws-catalog-divergence
           perform reset-directions
           if ws-point-failed = "Y"
               move "RUN-FAILED" to ws-margin
               perform write-point-line
               perform write-cross-line
               perform raise-on-edge-alert
               add 1 to ws-on-edge-count
               exit paragraph
           end-if

           if ws-point-crosses = "Y"
               move 0 to ws-nearest-steps
           else
               perform varying dr-idx from 1 by 1 until dr-idx > 4
                   perform walk-one-direction
               end-perform
               perform find-nearest-crossing
           end-if
           evaluate true
               when ws-point-crosses = "Y" or ws-nearest-steps = 1
                   move "ON-EDGE" to ws-margin
               when ws-nearest-steps > 0
                       and ws-nearest-steps <= ls-narrow-steps
                   move "NARROW" to ws-margin
               when other
                   move "WIDE" to ws-margin
           end-evaluate
           perform write-point-line
           perform write-cross-line
           if ws-margin = "ON-EDGE"
               add 1 to ws-on-edge-count
               perform raise-on-edge-alert
           end-if.

       reset-directions.
           move "VEL+" to dr-label(1)
           move "VEL-" to dr-label(2)
           move "DEC+" to dr-label(3)
           move "DEC-" to dr-label(4)
           perform varying dr-idx from 1 by 1 until dr-idx > 4
               move 0 to dr-cross-steps(dr-idx)
               move 0 to dr-cross-value(dr-idx)
           end-perform.

      *> Walk out from the catalog point one increment at a time until
      *> the divergence crosses, a run fails, the walk would leave the
      *> unsigned range, or the sweep runs out of steps.
       walk-one-direction.
           if dr-idx = 1 or dr-idx = 3
               move 1 to ws-direction-sign
           else
               move -1 to ws-direction-sign
           end-if
           move "N" to ws-walk-done
           perform varying ws-step-number from 1 by 1
                   until ws-step-number > ls-max-steps
                   or ws-walk-done = "Y"
               move ws-catalog-velocity to ws-point-velocity
               move ws-catalog-decay to ws-point-decay
               if dr-idx <= 2
                   compute ws-point-velocity = ws-catalog-velocity
                       + ws-direction-sign * ws-step-number
                       * ws-velocity-step
               else
                   compute ws-point-decay = ws-catalog-decay
                       + ws-direction-sign * ws-step-number
                       * ws-decay-step
               end-if
               if ws-point-velocity <= 0 or ws-point-decay <= 0
                   move "Y" to ws-walk-done
               else
                   perform run-sweep-point
                   if ws-point-crosses = "Y" or ws-point-failed = "Y"
                       move ws-step-number to dr-cross-steps(dr-idx)
                       if dr-idx <= 2
                           move ws-point-velocity
                               to dr-cross-value(dr-idx)
                       else
                           move ws-point-decay to dr-cross-value(dr-idx)
                       end-if
                       move "Y" to ws-walk-done
                   end-if
               end-if
           end-perform.

       find-nearest-crossing.
           move 0 to ws-nearest-steps
           perform varying dr-idx from 1 by 1 until dr-idx > 4
               if dr-cross-steps(dr-idx) > 0
                   if ws-nearest-steps = 0
                           or dr-cross-steps(dr-idx) < ws-nearest-steps
                       move dr-cross-steps(dr-idx) to ws-nearest-steps
                   end-if
               end-if
           end-perform.

      *> One point through the render pair, measured the way
      *> particelle-reconcile measures it: the double metric rounded
      *> to single, then the absolute difference.
       run-sweep-point.
           move "N" to ws-point-crosses
           move "N" to ws-point-failed
           move 0 to ws-divergence
           compute ws-velocity-single = ws-point-velocity
           compute ws-decay-single = ws-point-decay
           move 0 to ws-metric-single
           move 0 to ws-metric-double

           call "particelle5" using
               by value     ws-particle-count
               by value     ws-velocity-single
               by value     ws-decay-single
               by reference ws-metric-single
               returning    ws-status-single
           end-call

           call "particelle6" using
               by value     ws-particle-count
               by value     ws-point-velocity
               by value     ws-point-decay
               by reference ws-metric-double
               returning    ws-status-double
           end-call

           move ws-status-single to particelle-return-code
           if not particelle-ok
               move "Y" to ws-point-failed
               exit paragraph
           end-if
           move ws-status-double to particelle-return-code
           if not particelle-ok
               move "Y" to ws-point-failed
               exit paragraph
           end-if
           compute ws-metric-double-as-single = ws-metric-double
           compute ws-divergence =
               function abs(ws-metric-single - ws-metric-double-as-single)
           if ws-divergence > ws-tolerance
               move "Y" to ws-point-crosses
           end-if.

       write-report-heading.
           move ls-velocity-step to hl-velocity-step
           move ls-decay-step to hl-decay-step
           move ls-max-steps to hl-max-steps
           move ls-narrow-steps to hl-narrow-steps
           move function current-date to hl-produced
           move ws-heading-line to sr-line
           write sr-line
           move spaces to sr-line
           write sr-line.

       write-point-line.
           move sn-scenario-id(sn-idx) to pl-scenario-id
           if sn-particle-count(sn-idx) numeric
               move sn-particle-count(sn-idx) to pl-count
           else
               move 0 to pl-count
           end-if
           move sn-velocity(sn-idx) to pl-velocity
           move sn-decay(sn-idx) to pl-decay
           move sn-tolerance(sn-idx) to pl-tolerance
           move ws-catalog-divergence to pl-divergence
           move ws-margin to pl-margin
           move ws-point-line to sr-line
           write sr-line
           if ws-report-status <> "00"
               display "particelle-stability: report write failed, "
                   "status " ws-report-status
           end-if.

       write-cross-line.
           move sn-scenario-id(sn-idx) to cl-scenario-id
           perform varying dr-idx from 1 by 1 until dr-idx > 4
               move dr-label(dr-idx) to cl-label(dr-idx)
               if dr-cross-steps(dr-idx) = 0
                   move "NONE" to cl-value(dr-idx)
                   move space to cl-at(dr-idx)
                   move spaces to cl-steps(dr-idx)
               else
                   compute ws-cross-value rounded =
                       dr-cross-value(dr-idx)
                   move ws-cross-value to cl-value(dr-idx)
                   move "@" to cl-at(dr-idx)
                   move dr-cross-steps(dr-idx) to ws-cross-steps
                   move ws-cross-steps to cl-steps(dr-idx)
               end-if
           end-perform
           move ws-cross-line to sr-line
           write sr-line
           if ws-report-status <> "00"
               display "particelle-stability: report write failed, "
                   "status " ws-report-status
           end-if.

       raise-on-edge-alert.
           move "WARN" to ws-alert-severity
           move "particelle-stability" to ws-alert-source
           move "SCENARIO-ON-EDGE" to ws-alert-condition
           move spaces to ws-alert-detail
           string sn-scenario-id(sn-idx) " " ws-margin
               " - one small catalog edit fails a night"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       raise-catalog-busy-alert.
           move "WARN" to ws-alert-severity
           move "particelle-stability" to ws-alert-source
           move "LOCK-TIMEOUT" to ws-alert-condition
           move spaces to ws-alert-detail
           string pri-run-id " SCENARIOS busy, nothing swept"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       abort-for-32bit-environment.
           move function current-date to pa-timestamp
           move "ABORT" to pa-record-type
           move "PARTICELLE5/6" to pa-entry-name
           move "N" to pa-arg-present
           move 0 to pa-int-arg
           move 12 to pa-return-code
           move ws-abort-reason to pa-reason
           move pri-run-id to pa-run-id
           move pri-cost-center to pa-cost-center
           display ws-abort-reason
           perform lock-audit-trail
           open extend particelle-audit-file
           if ws-audit-file-status = "00" or ws-audit-file-status = "05"
               write particelle-audit-record
               close particelle-audit-file
           else
               display "particelle-stability: audit file open failed, "
                   "status " ws-audit-file-status
           end-if
           perform unlock-audit-trail
           set particelle-env-unsupported to true
           move particelle-return-code to ls-return-code
           goback.

      *> Appends take the AUDIT lock so a line cannot land inside
      *> particelle-auditroll's swap of the live trail. A line that
      *> cannot get the lock is still appended - an audit line held
      *> back is lost for certain - and the warning says which one.
       lock-audit-trail.
           move "ACQUIRE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           if ws-lock-rc <> 0
               move "WARN" to ws-alert-severity
               move "particelle-stability" to ws-alert-source
               move "LOCK-TIMEOUT" to ws-alert-condition
               move spaces to ws-alert-detail
               string pri-run-id " AUDIT busy, " pa-record-type
                   " line appended unlocked"
                   delimited by size into ws-alert-detail
               end-string
               call "particelle-alert" using ws-alert-severity
                   ws-alert-source ws-alert-condition ws-alert-detail
               end-call
           end-if.

       unlock-audit-trail.
           if ws-lock-rc = 0
               move "RELEASE" to ws-lock-action
               call "particelle-lock" using ws-lock-action
                   ws-lock-resource ws-lock-program ws-lock-rc
               end-call
           end-if.

       end program "particelle-stability".
