      $set sourceformat(free)
      *> Night balancing sign-off. particelle-runledger shows what each
      *> evidence file says about a run; this job checks that the
      *> files agree with each other. For every run
      *> particelle-nightrun logged on the given date it computes
      *> control totals from PARTICELLE.AUDIT (live and the dated
      *> generations the night's records can have rolled into),
      *> PARTICELLE.CHECKPOINT, PARTICELLE.RECONCILE against
      *> PARTICELLE.SCENARIOS, and PARTICELLE.MANIFEST against
      *> PARTICELLE.EXPORTCTL, and compares them with what the night
      *> log says each step did:
      *>   - a BATCH step logged OK must have exactly one rc-0 CALL
      *>     record for each of PARTICELLE1/2/3, the particle counts
      *>     on the PARTICELLE1/2 records must be the count the step
      *>     was driven with, and the checkpoint must read COMPLETED 3;
      *>   - a RECONCILE step logged OK must have one report line per
      *>     non-blank catalog scenario;
      *>   - a FRAMEEXPORT step logged OK must have one clean manifest
      *>     line per frame requested (fixed scene) or storyboarded.
      *> Every control prints EXPECTED= and ACTUAL= to
      *> PARTICELLE.BALANCE with its verdict. The checkpoint, reconcile
      *> report and manifest hold only the latest run's evidence, so a
      *> control whose file has since been rewritten by a later run is
      *> printed NOT VERIFIABLE with the run that holds it now, never
      *> guessed at. Any OUT-OF-BALANCE control raises a CRIT alert.
       identification division.
       program-id. "particelle-balance".
       environment division.
       input-output section.
       file-control.
           select optional night-log assign to "PARTICELLE.NIGHTLOG"
               organization is line sequential
               file status is ws-night-log-status.
           select optional particelle-audit-file assign to "PARTICELLE.AUDIT"
               organization is line sequential
               file status is ws-audit-file-status.
           select optional generation-file
               assign to dynamic ws-generation-file-name
               organization is line sequential
               file status is ws-generation-status.
           select optional checkpoint-file assign to "PARTICELLE.CHECKPOINT"
               organization is line sequential
               file status is ws-checkpoint-status.
           select optional reconcile-report assign to "PARTICELLE.RECONCILE"
               organization is line sequential
               file status is ws-report-status.
           select optional scenario-catalog assign to "PARTICELLE.SCENARIOS"
               organization is line sequential
               file status is ws-catalog-status.
           select optional frame-manifest assign to "PARTICELLE.MANIFEST"
               organization is line sequential
               file status is ws-manifest-status.
           select optional export-control
               assign to "PARTICELLE.EXPORTCTL"
               organization is line sequential
               file status is ws-export-control-status.
           select balance-report assign to "PARTICELLE.BALANCE"
               organization is line sequential
               file status is ws-balance-status.

       data division.
       file section.
       fd  night-log.
       01  ng-line                     pic x(120).
       fd  particelle-audit-file.
       copy "particelle-audit.cpy".
       fd  generation-file.
       01  gf-line                     pic x(158).
       fd  checkpoint-file.
       01  cp-line                     pic x(36).
       fd  reconcile-report.
       01  rr-line                     pic x(132).
       fd  scenario-catalog.
       copy "particelle-scenario.cpy".
       fd  frame-manifest.
       01  mf-line                     pic x(55).
       fd  export-control.
       copy "particelle-exportctl.cpy".
       fd  balance-report.
       01  bl-line                     pic x(100).

       working-storage section.
       copy "particelle-runid.cpy".
       copy "particelle-nightlog.cpy".
       copy "particelle-recline.cpy".
       01  ws-night-log-status         pic x(2).
       01  ws-audit-file-status        pic x(2).
       01  ws-generation-status        pic x(2).
       01  ws-checkpoint-status        pic x(2).
       01  ws-report-status            pic x(2).
       01  ws-catalog-status           pic x(2).
       01  ws-manifest-status          pic x(2).
       01  ws-export-control-status    pic x(2).
       01  ws-balance-status           pic x(2).
       01  ws-file-eof                 pic x(1).
       01  ws-run-stamp                pic x(21).
       01  ws-generation-file-name     pic x(64).
       01  ws-generation-date          pic x(8).
       01  ws-next-date                pic 9(8).
       01  ws-lookup-run-id            pic x(15).
       01  ws-run-index                pic 9(4) comp-5.

      *> One row per run the night log shows for the date - a night
      *> plus any operator re-runs of it. The counts of steps logged
      *> OK decide which controls apply; the step arguments are what
      *> those steps were driven with.
       01  ws-run-table.
           05  ws-run-count            pic 9(4) comp-5 value 0.
           05  ws-run-row              occurs 20 times indexed by bn-idx.
               10  bn-run-id           pic x(15).
               10  bn-batch-ok         pic 9(4) comp-5.
               10  bn-batch-arg        pic 9(9) comp-5.
               10  bn-batch-arg-known  pic x(1).
               10  bn-reconcile-ok     pic 9(4) comp-5.
               10  bn-export-ok        pic 9(4) comp-5.
               10  bn-export-arg       pic 9(9) comp-5.
               10  bn-p1-ok-calls      pic 9(9) comp-5.
               10  bn-p2-ok-calls      pic 9(9) comp-5.
               10  bn-p3-ok-calls      pic 9(9) comp-5.
               10  bn-arg-mismatches   pic 9(9) comp-5.
               10  bn-rec-lines        pic 9(9) comp-5.

      *> What the single-generation files hold now.
       01  ws-checkpoint-run-id        pic x(15) value spaces.
       01  ws-checkpoint-step          pic x(1) value space.
       01  ws-rec-latest-run-id        pic x(15) value spaces.
       01  ws-scenario-count           pic 9(9) comp-5 value 0.
       01  ws-manifest-lines           pic 9(9) comp-5 value 0.
       01  ws-manifest-clean           pic 9(9) comp-5 value 0.
       01  ws-export-control-found     pic x(1) value "N".
       01  ws-expected-frames          pic 9(9) comp-5.

       01  ws-manifest-parse.
           05  mp-frame-number         pic x(4).
           05  filler                  pic x(1).
           05  mp-byte-length          pic x(9).
           05  filler                  pic x(1).
           05  mp-return-status        pic x(9).
           05  filler                  pic x(1).
           05  mp-segment-number       pic x(3).
           05  filler                  pic x(1).
           05  mp-run-id               pic x(15).
           05  filler                  pic x(1).
           05  mp-frame-checksum       pic x(10).

      *> Per-run and per-night verdict tallies.
       01  ws-run-out-count            pic 9(4) comp-5.
       01  ws-run-unverified-count     pic 9(4) comp-5.
       01  ws-run-checked-count        pic 9(4) comp-5.
       01  ws-night-out-runs           pic 9(4) comp-5 value 0.
       01  ws-night-unverified-runs    pic 9(4) comp-5 value 0.
       01  ws-night-balanced-runs      pic 9(4) comp-5 value 0.

       01  ws-control-step             pic x(12).
       01  ws-control-name             pic x(26).
       01  ws-control-expected         pic 9(9) comp-5.
       01  ws-control-actual           pic 9(9) comp-5.
       01  ws-unverified-reason        pic x(30).

       01  ws-heading-line.
           05  filler                  pic x(29)
                   value "PARTICELLE NIGHT BALANCE FOR ".
           05  hl-balance-date         pic x(8).
           05  filler                  pic x(10) value " PRODUCED ".
           05  hl-produced             pic x(21).

       01  ws-source-line.
           05  filler                  pic x(9) value "  SOURCE ".
           05  sl-file-name            pic x(30).
           05  filler                  pic x(1) value space.
           05  sl-state                pic x(11).

       01  ws-run-heading-line.
           05  filler                  pic x(4) value "RUN ".
           05  rh-run-id               pic x(15).

       01  ws-control-line.
           05  filler                  pic x(2) value spaces.
           05  cl-step                 pic x(12).
           05  filler                  pic x(1) value space.
           05  cl-control              pic x(26).
           05  filler                  pic x(10) value " EXPECTED=".
           05  cl-expected             pic z(8)9.
           05  filler                  pic x(8) value " ACTUAL=".
           05  cl-actual               pic z(8)9.
           05  filler                  pic x(1) value space.
           05  cl-verdict              pic x(14).

       01  ws-unverified-line.
           05  filler                  pic x(2) value spaces.
           05  ul-step                 pic x(12).
           05  filler                  pic x(1) value space.
           05  ul-control              pic x(26).
           05  filler                  pic x(17)
                   value " NOT VERIFIABLE, ".
           05  ul-reason               pic x(30).

       01  ws-run-verdict-line.
           05  filler                  pic x(14) value "  RUN VERDICT ".
           05  rv-verdict              pic x(28).

       01  ws-night-total-line.
           05  filler                  pic x(6) value "NIGHT ".
           05  nt-balance-date         pic x(8).
           05  filler                  pic x(6) value " RUNS=".
           05  nt-runs                 pic zzz9.
           05  filler                  pic x(12) value " IN BALANCE=".
           05  nt-balanced             pic zzz9.
           05  filler                  pic x(16) value " OUT-OF-BALANCE=".
           05  nt-out                  pic zzz9.
           05  filler                  pic x(16) value " NOT VERIFIABLE=".
           05  nt-unverified           pic zzz9.

       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).
       01  ws-out-runs-display         pic zzz9.

       linkage section.
       01  ls-balance-date             pic x(8).
       01  ls-return-code              pic s9(9) comp-5.

       procedure division using ls-balance-date ls-return-code.
       main-para.
           move 0 to ls-return-code
           perform ensure-run-id
           if ls-balance-date not numeric
               display "particelle-balance: balance date must be "
                   "yyyymmdd"
               move -1 to ls-return-code
               goback
           end-if
           if function test-date-yyyymmdd
                   (function numval(ls-balance-date)) <> 0
               display "particelle-balance: balance date "
                   ls-balance-date " is not a calendar date"
               move -1 to ls-return-code
               goback
           end-if

           open output balance-report
           if ws-balance-status <> "00"
               display "particelle-balance: balance report open "
                   "failed, status " ws-balance-status
               move 16 to ls-return-code
               goback
           end-if

           move ls-balance-date to hl-balance-date
           move function current-date to hl-produced
           move ws-heading-line to bl-line
           write bl-line

           perform load-night-runs
           if ws-run-count = 0
      *> Nothing the night log can vouch for: not a balanced night,
      *> but not an out-of-balance one either.
               move "NO NIGHT RUNS LOGGED FOR THIS DATE" to bl-line
               write bl-line
               close balance-report
               move 4 to ls-return-code
               goback
           end-if

           perform gather-audit-evidence
           perform gather-checkpoint-record
           perform gather-reconcile-lines
           perform count-catalog-scenarios
           perform gather-manifest-lines
           perform read-export-control

           perform varying bn-idx from 1 by 1
                   until bn-idx > ws-run-count
               perform balance-one-run
           end-perform

           move ls-balance-date to nt-balance-date
           move ws-run-count to nt-runs
           move ws-night-balanced-runs to nt-balanced
           move ws-night-out-runs to nt-out
           move ws-night-unverified-runs to nt-unverified
           move ws-night-total-line to bl-line
           write bl-line
           if ws-balance-status <> "00"
               display "particelle-balance: balance report write "
                   "failed, status " ws-balance-status
               move 16 to ls-return-code
           end-if
           close balance-report

           if ws-night-out-runs > 0
               perform raise-out-of-balance-alert
               move 8 to ls-return-code
           end-if
           goback.

       ensure-run-id.
           if pri-run-id = spaces or pri-run-id = low-values
               move function current-date to ws-run-stamp
               string "R" ws-run-stamp(1:14)
                   delimited by size into pri-run-id
               end-string
           end-if.

      *> A run belongs to the date its id was stamped on - the id
      *> embeds the night's start time - so a night that crosses
      *> midnight is still balanced as one night.
       load-night-runs.
           open input night-log
           if ws-night-log-status <> "00"
               if ws-night-log-status <> "05"
                   display "particelle-balance: night log open failed, "
                       "status " ws-night-log-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read night-log
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       move ng-line to particelle-nightlog-line
                       if nl-run-id(2:8) = ls-balance-date
                           perform tally-night-step
                       end-if
               end-read
           end-perform
           close night-log.

       tally-night-step.
           move nl-run-id to ws-lookup-run-id
           perform find-or-add-run
           if ws-run-index = 0 or not nl-step-ok
               exit paragraph
           end-if
           evaluate nl-step-name
               when "BATCH"
                   add 1 to bn-batch-ok(ws-run-index)
                   if nl-step-arg numeric
                       move nl-step-arg to bn-batch-arg(ws-run-index)
                       move "Y" to bn-batch-arg-known(ws-run-index)
                   end-if
               when "RECONCILE"
                   add 1 to bn-reconcile-ok(ws-run-index)
               when "FRAMEEXPORT"
                   add 1 to bn-export-ok(ws-run-index)
                   if nl-step-arg numeric
                       move nl-step-arg to bn-export-arg(ws-run-index)
                   end-if
           end-evaluate.

       find-or-add-run.
           move 0 to ws-run-index
           perform varying bn-idx from 1 by 1
                   until bn-idx > ws-run-count or ws-run-index > 0
               if bn-run-id(bn-idx) = ws-lookup-run-id
                   set ws-run-index to bn-idx
               end-if
           end-perform
           if ws-run-index = 0
               if ws-run-count >= 20
                   display "particelle-balance: run table full, "
                       ws-lookup-run-id " not balanced"
               else
                   add 1 to ws-run-count
                   move ws-run-count to ws-run-index
                   move ws-lookup-run-id to bn-run-id(ws-run-index)
                   move 0 to bn-batch-ok(ws-run-index)
                   move 0 to bn-batch-arg(ws-run-index)
                   move "N" to bn-batch-arg-known(ws-run-index)
                   move 0 to bn-reconcile-ok(ws-run-index)
                   move 0 to bn-export-ok(ws-run-index)
                   move 0 to bn-export-arg(ws-run-index)
                   move 0 to bn-p1-ok-calls(ws-run-index)
                   move 0 to bn-p2-ok-calls(ws-run-index)
                   move 0 to bn-p3-ok-calls(ws-run-index)
                   move 0 to bn-arg-mismatches(ws-run-index)
                   move 0 to bn-rec-lines(ws-run-index)
               end-if
           end-if.

      *> Only an existing row is looked up here - evidence for a run
      *> the night log does not show for this date is not balanced.
       find-run.
           move 0 to ws-run-index
           perform varying bn-idx from 1 by 1
                   until bn-idx > ws-run-count or ws-run-index > 0
               if bn-run-id(bn-idx) = ws-lookup-run-id
                   set ws-run-index to bn-idx
               end-if
           end-perform.

      *> particelle-auditroll moves each record to the generation of
      *> its own timestamp date, so the night's records sit in the
      *> live trail, the generation for the balance date, or - for a
      *> night that ran past midnight - the one for the day after.
      *> Each record lives in exactly one of the three, so nothing is
      *> counted twice.
       gather-audit-evidence.
           open input particelle-audit-file
           if ws-audit-file-status <> "00" and ws-audit-file-status <> "05"
               display "particelle-balance: audit file open failed, "
                   "status " ws-audit-file-status
               move "PARTICELLE.AUDIT" to sl-file-name
               move "UNREADABLE" to sl-state
               move ws-source-line to bl-line
               write bl-line
           else
               move "N" to ws-file-eof
               perform until ws-file-eof = "Y"
                   read particelle-audit-file
                       at end
                           move "Y" to ws-file-eof
                       not at end
                           perform tally-audit-record
                   end-read
               end-perform
               close particelle-audit-file
           end-if
           move ls-balance-date to ws-generation-date
           perform read-audit-generation
           compute ws-next-date = function date-of-integer
               (function integer-of-date
                   (function numval(ls-balance-date)) + 1)
           move ws-next-date to ws-generation-date
           perform read-audit-generation.

      *> A generation that is not on file is named in the report: if
      *> it was purged early the audit controls below it cannot
      *> balance, and the auditor needs to see why.
       read-audit-generation.
           move spaces to ws-generation-file-name
           string "PARTICELLE.AUDIT.G" ws-generation-date
               delimited by size into ws-generation-file-name
           end-string
           move ws-generation-file-name to sl-file-name
           open input generation-file
           if ws-generation-status <> "00"
               if ws-generation-status = "05"
                   move "NOT ON FILE" to sl-state
               else
                   display "particelle-balance: generation "
                       ws-generation-file-name " open failed, status "
                       ws-generation-status
                   move "UNREADABLE" to sl-state
               end-if
               move ws-source-line to bl-line
               write bl-line
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read generation-file
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       move gf-line to particelle-audit-record
                       perform tally-audit-record
               end-read
           end-perform
           close generation-file
           move "READ" to sl-state
           move ws-source-line to bl-line
           write bl-line.

       tally-audit-record.
           if not pa-is-call or pa-return-code <> 0
               exit paragraph
           end-if
           move pa-run-id to ws-lookup-run-id
           perform find-run
           if ws-run-index = 0
               exit paragraph
           end-if
           evaluate pa-entry-name
               when "PARTICELLE1"
                   add 1 to bn-p1-ok-calls(ws-run-index)
                   perform check-particle-count
               when "PARTICELLE2"
                   add 1 to bn-p2-ok-calls(ws-run-index)
                   perform check-particle-count
               when "PARTICELLE3"
                   add 1 to bn-p3-ok-calls(ws-run-index)
           end-evaluate.

       check-particle-count.
           if bn-batch-arg-known(ws-run-index) = "Y"
                   and pa-int-arg <> bn-batch-arg(ws-run-index)
               add 1 to bn-arg-mismatches(ws-run-index)
           end-if.

       gather-checkpoint-record.
           open input checkpoint-file
           if ws-checkpoint-status = "00"
               read checkpoint-file
               if ws-checkpoint-status = "00"
      *> "COMPLETED n Ryyyymmddhhmmss" - step in column 11, run id
      *> from column 13, as particelle-batch writes it.
                   move cp-line(13:15) to ws-checkpoint-run-id
                   move cp-line(11:1) to ws-checkpoint-step
               end-if
               close checkpoint-file
           end-if.

       gather-reconcile-lines.
           open input reconcile-report
           if ws-report-status <> "00"
               if ws-report-status <> "05"
                   display "particelle-balance: reconcile report open "
                       "failed, status " ws-report-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read reconcile-report
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       move rr-line to particelle-reconcile-line
                       move rl-run-id to ws-rec-latest-run-id
                       move rl-run-id to ws-lookup-run-id
                       perform find-run
                       if ws-run-index > 0
                           add 1 to bn-rec-lines(ws-run-index)
                       end-if
               end-read
           end-perform
           close reconcile-report.

      *> Counted the way particelle-reconcile reads the catalog: a
      *> blank scenario id is spacing, anything else is a scenario
      *> that owes a report line - including one the reconciliation
      *> skipped for bad values, which is exactly the gap this
      *> control exists to show.
       count-catalog-scenarios.
           open input scenario-catalog
           if ws-catalog-status <> "00"
               if ws-catalog-status <> "05"
                   display "particelle-balance: scenario catalog open "
                       "failed, status " ws-catalog-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read scenario-catalog
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       if sc-scenario-id <> spaces
                           add 1 to ws-scenario-count
                       end-if
               end-read
           end-perform
           close scenario-catalog.

       gather-manifest-lines.
           open input frame-manifest
           if ws-manifest-status <> "00"
               if ws-manifest-status <> "05"
                   display "particelle-balance: manifest open failed, "
                       "status " ws-manifest-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read frame-manifest
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       move mf-line to ws-manifest-parse
                       if mp-frame-number numeric
                           add 1 to ws-manifest-lines
                           if function numval(mp-return-status) = 0
                                   and function numval(mp-byte-length)
                                       > 0
                               add 1 to ws-manifest-clean
                           end-if
                       end-if
               end-read
           end-perform
           close frame-manifest.

       read-export-control.
           open input export-control
           if ws-export-control-status = "00"
               read export-control
               if ws-export-control-status = "00"
                       and ec-expected-frames numeric
                       and ec-segment-count numeric
                   move "Y" to ws-export-control-found
               end-if
               close export-control
           end-if.

       balance-one-run.
           move 0 to ws-run-out-count
           move 0 to ws-run-unverified-count
           move 0 to ws-run-checked-count
           move bn-run-id(bn-idx) to rh-run-id
           move ws-run-heading-line to bl-line
           write bl-line
           if bn-batch-ok(bn-idx) > 0
               perform balance-batch-step
           end-if
           if bn-reconcile-ok(bn-idx) > 0
               perform balance-reconcile-step
           end-if
           if bn-export-ok(bn-idx) > 0
               perform balance-export-step
           end-if

           evaluate true
               when ws-run-out-count > 0
                   move "OUT-OF-BALANCE" to rv-verdict
                   add 1 to ws-night-out-runs
               when ws-run-unverified-count > 0
                   move "NOT VERIFIABLE" to rv-verdict
                   add 1 to ws-night-unverified-runs
               when ws-run-checked-count = 0
                   move "NO CONTROLLED STEP LOGGED OK" to rv-verdict
                   add 1 to ws-night-balanced-runs
               when other
                   move "IN BALANCE" to rv-verdict
                   add 1 to ws-night-balanced-runs
           end-evaluate
           move ws-run-verdict-line to bl-line
           write bl-line.

      *> Every OK BATCH step owes one clean call per entry - a retried
      *> step still ends in exactly one rc-0 record, so a second one
      *> means the chain ran a step twice.
       balance-batch-step.
           move "BATCH" to ws-control-step
           move bn-batch-ok(bn-idx) to ws-control-expected
           move "PARTICELLE1 RC-0 CALLS" to ws-control-name
           move bn-p1-ok-calls(bn-idx) to ws-control-actual
           perform write-control-line
           move "PARTICELLE2 RC-0 CALLS" to ws-control-name
           move bn-p2-ok-calls(bn-idx) to ws-control-actual
           perform write-control-line
           move "PARTICELLE3 RC-0 CALLS" to ws-control-name
           move bn-p3-ok-calls(bn-idx) to ws-control-actual
           perform write-control-line
           if bn-batch-arg-known(bn-idx) = "Y"
               move "PARTICLE COUNT MISMATCHES" to ws-control-name
               move 0 to ws-control-expected
               move bn-arg-mismatches(bn-idx) to ws-control-actual
               perform write-control-line
           end-if
           move "CHECKPOINT COMPLETED STEP" to ws-control-name
           if ws-checkpoint-run-id <> spaces
                   and ws-checkpoint-run-id <> bn-run-id(bn-idx)
               move spaces to ws-unverified-reason
               string "NOW HELD BY " ws-checkpoint-run-id
                   delimited by size into ws-unverified-reason
               end-string
               perform write-unverified-line
           else
               move 3 to ws-control-expected
               move 0 to ws-control-actual
               if ws-checkpoint-step numeric
                   move ws-checkpoint-step to ws-control-actual
               end-if
               perform write-control-line
           end-if.

       balance-reconcile-step.
           move "RECONCILE" to ws-control-step
           move "SCENARIO REPORT LINES" to ws-control-name
           if bn-rec-lines(bn-idx) = 0
                   and ws-rec-latest-run-id <> spaces
                   and ws-rec-latest-run-id <> bn-run-id(bn-idx)
               move spaces to ws-unverified-reason
               string "NOW HELD BY " ws-rec-latest-run-id
                   delimited by size into ws-unverified-reason
               end-string
               perform write-unverified-line
           else
               move ws-scenario-count to ws-control-expected
               move bn-rec-lines(bn-idx) to ws-control-actual
               perform write-control-line
           end-if.

      *> The export control record says how many frames the attempt
      *> was asked for; a fixed-scene export must also match the
      *> frame count the night drove it with.
       balance-export-step.
           move "FRAMEEXPORT" to ws-control-step
           move "MANIFEST LINES" to ws-control-name
           if ws-export-control-found <> "Y"
               move "EXPORT CONTROL NOT ON FILE"
                   to ws-unverified-reason
               perform write-unverified-line
               exit paragraph
           end-if
           if ec-attempt-run-id <> bn-run-id(bn-idx)
               move spaces to ws-unverified-reason
               string "NOW HELD BY " ec-attempt-run-id
                   delimited by size into ws-unverified-reason
               end-string
               perform write-unverified-line
               exit paragraph
           end-if
           if ec-segment-count = 0
               move bn-export-arg(bn-idx) to ws-expected-frames
           else
               move ec-expected-frames to ws-expected-frames
           end-if
           move ws-expected-frames to ws-control-expected
           move ws-manifest-lines to ws-control-actual
           perform write-control-line
           move "MANIFEST CLEAN FRAMES" to ws-control-name
           move ws-manifest-clean to ws-control-actual
           perform write-control-line.

       write-control-line.
           add 1 to ws-run-checked-count
           move ws-control-step to cl-step
           move ws-control-name to cl-control
           move ws-control-expected to cl-expected
           move ws-control-actual to cl-actual
           if ws-control-expected = ws-control-actual
               move "IN BALANCE" to cl-verdict
           else
               move "OUT-OF-BALANCE" to cl-verdict
               add 1 to ws-run-out-count
           end-if
           move ws-control-line to bl-line
           write bl-line.

       write-unverified-line.
           add 1 to ws-run-checked-count
           add 1 to ws-run-unverified-count
           move ws-control-step to ul-step
           move ws-control-name to ul-control
           move ws-unverified-reason to ul-reason
           move ws-unverified-line to bl-line
           write bl-line.

       raise-out-of-balance-alert.
           move "CRIT" to ws-alert-severity
           move "particelle-balance" to ws-alert-source
           move "OUT-OF-BALANCE" to ws-alert-condition
           move ws-night-out-runs to ws-out-runs-display
           move spaces to ws-alert-detail
           string "night " ls-balance-date " has"
               ws-out-runs-display " run(s) out of balance"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       end program "particelle-balance".
