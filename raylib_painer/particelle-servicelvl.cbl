      $set sourceformat(free)
      *> Monthly service-level report for the studio review, built
      *> from what the nights leave behind instead of by hand: the
      *> PARTICELLE.NIGHTLOG step lines, the PARTICELLE.PACING
      *> verdicts and the PARTICELLE.ALERTS records. One line per
      *> night of the month (one per night run id, so a re-run night
      *> shows twice) says how the night ended - CLEAN, or STOPPED by
      *> a STOP-rule failure, FAILED on a counted failure, GATED
      *> behind a missing GO, REFUSED by the calendar or a BLACKOUT -
      *> with how many steps were gated or not run, when its last
      *> step finished against the window close, its worst pacing
      *> verdict, and how many CRIT and WARN alerts it raised and how
      *> long they waited for delivery. The month then rolls up: the
      *> percent of nights delivered clean by the close (blackout
      *> nights were never meant to run and stay out of it), the
      *> failure rate of every plan step (SKIPPED counts - the step
      *> failed, the plan only tolerated it), and the mean time from
      *> a CHAIN-PAUSED alert to the next BATCH step that finished
      *> OK. The previous month's roll-up follows, so the trend is
      *> on the same page. Report to PARTICELLE.SERVICELVL; a month
      *> with no nights on the log returns 4.
       identification division.
       program-id. "particelle-servicelvl".
       environment division.
       input-output section.
       file-control.
           select optional night-log assign to "PARTICELLE.NIGHTLOG"
               organization is line sequential
               file status is ws-night-log-status.
           select optional pacing-file assign to "PARTICELLE.PACING"
               organization is line sequential
               file status is ws-pacing-status.
           select optional alert-file assign to "PARTICELLE.ALERTS"
               organization is line sequential
               file status is ws-alert-file-status.
           select service-report assign to "PARTICELLE.SERVICELVL"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd  night-log.
       01  ng-line                     pic x(120).
       fd  pacing-file.
      *> particelle-pacewatch's ws-pacing-line, by its fixed columns.
       01  pacing-record.
           05  pr-timestamp            pic x(21).
           05  filler                  pic x(1).
           05  pr-run-id               pic x(15).
           05  filler                  pic x(9).
           05  pr-percent              pic x(3).
           05  filler                  pic x(8).
           05  pr-finish               pic x(14).
           05  filler                  pic x(1).
           05  pr-verdict              pic x(12).
       fd  alert-file.
       copy "particelle-alert.cpy".
       fd  service-report.
       01  sv-line                     pic x(180).

       working-storage section.
       copy "particelle-nightlog.cpy".
       01  ws-night-log-status         pic x(2).
       01  ws-pacing-status            pic x(2).
       01  ws-alert-file-status        pic x(2).
       01  ws-report-status            pic x(2).
       01  ws-file-eof                 pic x(1).
       01  ws-month-number             pic 9(2).
       01  ws-previous-month           pic 9(6).
       01  ws-previous-month-x redefines ws-previous-month
                                       pic x(6).
       01  ws-month-index              pic 9(1) comp-5.
       01  ws-close-parts.
           05  wc-hour                 pic 9(2).
           05  wc-minute               pic 9(2).
           05  wc-second               pic 9(2).

       01  ws-timestamp-parts.
           05  tp-date                 pic 9(8).
           05  tp-hour                 pic 9(2).
           05  tp-minute               pic 9(2).
           05  tp-second               pic 9(2).
       01  ws-clock-seconds            pic s9(18) comp-5.
       01  ws-raised-seconds           pic s9(18) comp-5.
       01  ws-deadline-seconds         pic s9(18) comp-5.
       01  ws-best-seconds             pic s9(18) comp-5.
       01  ws-best-found               pic x(1).

      *> The report month is row 1, the month before it row 2.
       01  ws-month-table.
           05  ws-month-row            occurs 2 times.
               10  mo-month            pic x(6).
               10  mo-nights           pic 9(4) comp-5.
               10  mo-blackout         pic 9(4) comp-5.
               10  mo-clean            pic 9(4) comp-5.
               10  mo-stopped          pic 9(4) comp-5.
               10  mo-on-time          pic 9(4) comp-5.
               10  mo-crit             pic 9(9) comp-5.
               10  mo-warn             pic 9(9) comp-5.
               10  mo-delivered        pic 9(9) comp-5.
               10  mo-delay-sum        pic s9(18) comp-5.
               10  mo-paused           pic 9(4) comp-5.
               10  mo-recovered        pic 9(4) comp-5.
               10  mo-recovery-sum     pic s9(18) comp-5.

      *> One row per night run id in either month. 200 rows is both
      *> months with a re-run every night and room to spare.
       01  ws-night-table.
           05  ws-night-count          pic 9(4) comp-5 value 0.
           05  ws-night-row            occurs 200 times indexed by nt-idx.
               10  nt-run-id           pic x(15).
               10  nt-month-index      pic 9(1) comp-5.
               10  nt-failed           pic 9(4) comp-5.
               10  nt-gated            pic 9(4) comp-5.
               10  nt-notrun           pic 9(4) comp-5.
               10  nt-refused          pic 9(4) comp-5.
               10  nt-blackout         pic 9(4) comp-5.
               10  nt-last-end         pic x(14).
               10  nt-pacing-rank      pic 9(1) comp-5.
               10  nt-pacing           pic x(12).
               10  nt-crit             pic 9(4) comp-5.
               10  nt-warn             pic 9(4) comp-5.
               10  nt-delivered        pic 9(4) comp-5.
               10  nt-pending          pic 9(4) comp-5.
               10  nt-delay-sum        pic s9(18) comp-5.
               10  nt-outcome          pic x(8).
               10  nt-on-time          pic x(1).
       01  ws-night-index              pic 9(4) comp-5.
       01  ws-pacing-rank              pic 9(1) comp-5.

      *> Step run and failure counts per month and plan step name.
       01  ws-step-table.
           05  ws-step-count           pic 9(4) comp-5 value 0.
           05  ws-step-row             occurs 60 times indexed by st-idx.
               10  st-month-index      pic 9(1) comp-5.
               10  st-step-name        pic x(12).
               10  st-runs             pic 9(4) comp-5.
               10  st-failures         pic 9(4) comp-5.
       01  ws-step-index               pic 9(4) comp-5.

      *> Every BATCH step that ended OK from the previous month on -
      *> a chain paused late in the month recovers in the next one.
       01  ws-batch-ok-table.
           05  ws-batch-ok-count       pic 9(4) comp-5 value 0.
           05  ws-batch-ok-row         occurs 1000 times indexed by bo-idx.
               10  bo-seconds          pic s9(18) comp-5.

       01  ws-paused-table.
           05  ws-paused-count         pic 9(4) comp-5 value 0.
           05  ws-paused-row           occurs 500 times indexed by ca-idx.
               10  ca-month-index      pic 9(1) comp-5.
               10  ca-seconds          pic s9(18) comp-5.

       01  ws-percent                  pic 9(3)v9.
       01  ws-average-seconds          pic 9(9) comp-5.

       01  ws-heading-line.
           05  filler                  pic x(29)
                   value "PARTICELLE SERVICE LEVEL FOR ".
           05  hl-report-month         pic x(6).
           05  filler                  pic x(14) value " WINDOW CLOSE ".
           05  hl-window-close         pic x(6).
           05  filler                  pic x(10) value " PRODUCED ".
           05  hl-produced             pic x(21).

       01  ws-night-line.
           05  filler                  pic x(6) value "NIGHT ".
           05  ni-night-date           pic x(8).
           05  filler                  pic x(5) value " RUN ".
           05  ni-night-run-id         pic x(15).
           05  filler                  pic x(1) value space.
           05  ni-outcome              pic x(8).
           05  filler                  pic x(7) value " GATED=".
           05  ni-gated                pic z(2)9.
           05  filler                  pic x(8) value " NOTRUN=".
           05  ni-notrun               pic z(2)9.
           05  filler                  pic x(10) value " LAST-END=".
           05  ni-last-end             pic x(14).
           05  filler                  pic x(9) value " ON-TIME=".
           05  ni-on-time              pic x(1).
           05  filler                  pic x(8) value " PACING=".
           05  ni-pacing               pic x(12).
           05  filler                  pic x(6) value " CRIT=".
           05  ni-crit                 pic z(3)9.
           05  filler                  pic x(6) value " WARN=".
           05  ni-warn                 pic z(3)9.
           05  filler                  pic x(20)
                   value " AVG-DELIVERY-SECS=".
           05  ni-delivery             pic z(6)9.
           05  filler                  pic x(9) value " PENDING=".
           05  ni-pending              pic z(3)9.

       01  ws-month-line.
           05  filler                  pic x(6) value "MONTH ".
           05  ml-month                pic x(6).
           05  filler                  pic x(8) value " NIGHTS=".
           05  ml-nights               pic z(3)9.
           05  filler                  pic x(10) value " BLACKOUT=".
           05  ml-blackout             pic z(3)9.
           05  filler                  pic x(7) value " CLEAN=".
           05  ml-clean                pic z(3)9.
           05  filler                  pic x(9) value " STOPPED=".
           05  ml-stopped              pic z(3)9.
           05  filler                  pic x(9) value " ON-TIME=".
           05  ml-on-time              pic z(3)9.
           05  filler                  pic x(13) value " PCT-ON-TIME=".
           05  ml-pct-on-time          pic zz9.9.
           05  filler                  pic x(6) value " CRIT=".
           05  ml-crit                 pic z(5)9.
           05  filler                  pic x(6) value " WARN=".
           05  ml-warn                 pic z(5)9.
           05  filler                  pic x(20)
                   value " AVG-DELIVERY-SECS=".
           05  ml-delivery             pic z(6)9.

       01  ws-recovery-line.
           05  filler                  pic x(6) value "MONTH ".
           05  rl-month                pic x(6).
           05  filler                  pic x(14) value " CHAIN-PAUSED=".
           05  rl-paused               pic z(3)9.
           05  filler                  pic x(11) value " RECOVERED=".
           05  rl-recovered            pic z(3)9.
           05  filler                  pic x(20)
                   value " MEAN-RECOVERY-SECS=".
           05  rl-mean-recovery        pic z(8)9.

       01  ws-step-line.
           05  filler                  pic x(6) value "MONTH ".
           05  sl-month                pic x(6).
           05  filler                  pic x(6) value " STEP ".
           05  sl-step-name            pic x(12).
           05  filler                  pic x(5) value " RUN=".
           05  sl-runs                 pic z(3)9.
           05  filler                  pic x(8) value " FAILED=".
           05  sl-failures             pic z(3)9.
           05  filler                  pic x(12) value " PCT-FAILED=".
           05  sl-pct-failed           pic zz9.9.

       linkage section.
       01  ls-report-month             pic x(6).
       01  ls-window-close             pic x(6).
       01  ls-return-code              pic s9(9) comp-5.

       procedure division using ls-report-month ls-window-close
               ls-return-code.
       main-para.
           move 0 to ls-return-code
           if ls-report-month not numeric
               display "particelle-servicelvl: month must be yyyymm"
               move -1 to ls-return-code
               goback
           end-if
           move ls-report-month(5:2) to ws-month-number
           if ws-month-number < 1 or ws-month-number > 12
               display "particelle-servicelvl: month must be yyyymm"
               move -1 to ls-return-code
               goback
           end-if
           if ls-window-close not numeric
               display "particelle-servicelvl: window close must be "
                   "hhmmss"
               move -1 to ls-return-code
               goback
           end-if
           move ls-window-close to ws-close-parts
           if wc-hour > 23 or wc-minute > 59 or wc-second > 59
               display "particelle-servicelvl: window close must be "
                   "hhmmss"
               move -1 to ls-return-code
               goback
           end-if
           if ws-month-number = 1
               compute ws-previous-month =
                   (function numval(ls-report-month(1:4)) - 1) * 100
                   + 12
           else
               compute ws-previous-month =
                   function numval(ls-report-month) - 1
           end-if

           open output service-report
           if ws-report-status <> "00"
               display "particelle-servicelvl: report open failed, "
                   "status " ws-report-status
               move 16 to ls-return-code
               goback
           end-if

           initialize ws-month-table
           move ls-report-month to mo-month(1)
           move ws-previous-month-x to mo-month(2)

           perform gather-night-log
           perform gather-pacing
           perform gather-alerts
           perform varying nt-idx from 1 by 1
                   until nt-idx > ws-night-count
               perform judge-one-night
           end-perform
           perform varying ca-idx from 1 by 1
                   until ca-idx > ws-paused-count
               perform measure-one-recovery
           end-perform
           perform write-service-report
           close service-report

           if mo-nights(1) = 0
               move 4 to ls-return-code
           end-if
           goback.

      *> A night belongs to the month its run id was stamped in, the
      *> same rule the chargeback bills by.
       gather-night-log.
           open input night-log
           if ws-night-log-status <> "00"
               if ws-night-log-status <> "05"
                   display "particelle-servicelvl: night log open "
                       "failed, status " ws-night-log-status
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
                       if nl-run-id(2:14) numeric
                           perform tally-night-step
                       end-if
               end-read
           end-perform
           close night-log.

       tally-night-step.
           if nl-step-name = "BATCH" and nl-step-ok
                   and nl-run-id(2:6) >= ws-previous-month-x
                   and nl-end(1:14) numeric
               perform note-batch-ok
           end-if
           evaluate nl-run-id(2:6)
               when ls-report-month
                   move 1 to ws-month-index
               when ws-previous-month-x
                   move 2 to ws-month-index
               when other
                   exit paragraph
           end-evaluate
           perform find-or-add-night
           if ws-night-index = 0
               exit paragraph
           end-if
           if nl-end(1:14) numeric
                   and nl-end(1:14) > nt-last-end(ws-night-index)
               move nl-end(1:14) to nt-last-end(ws-night-index)
           end-if
           evaluate nl-verdict
               when "GATED  "
                   add 1 to nt-gated(ws-night-index)
               when "NOTRUN "
                   add 1 to nt-notrun(ws-night-index)
               when "REFUSED"
                   if nl-step-name = "BLACKOUT"
                       add 1 to nt-blackout(ws-night-index)
                   else
                       add 1 to nt-refused(ws-night-index)
                   end-if
               when "FAILED "
                   add 1 to nt-failed(ws-night-index)
                   perform tally-step-run
               when other
                   perform tally-step-run
           end-evaluate.

       note-batch-ok.
           if ws-batch-ok-count >= 1000
               exit paragraph
           end-if
           add 1 to ws-batch-ok-count
           move nl-end(1:14) to ws-timestamp-parts
           perform timestamp-to-seconds
           move ws-clock-seconds to bo-seconds(ws-batch-ok-count).

       find-or-add-night.
           move 0 to ws-night-index
           perform varying nt-idx from 1 by 1
                   until nt-idx > ws-night-count or ws-night-index > 0
               if nt-run-id(nt-idx) = nl-run-id
                   set ws-night-index to nt-idx
               end-if
           end-perform
           if ws-night-index > 0
               exit paragraph
           end-if
           if ws-night-count >= 200
               display "particelle-servicelvl: night table full, "
                   nl-run-id " not reported"
               exit paragraph
           end-if
           add 1 to ws-night-count
           move ws-night-count to ws-night-index
           initialize ws-night-row(ws-night-index)
           move nl-run-id to nt-run-id(ws-night-index)
           move ws-month-index to nt-month-index(ws-night-index)
           move "NONE" to nt-pacing(ws-night-index).

      *> Only steps that actually ran count toward the failure rate:
      *> a step gated or not run never had the chance to fail.
       tally-step-run.
           move 0 to ws-step-index
           perform varying st-idx from 1 by 1
                   until st-idx > ws-step-count or ws-step-index > 0
               if st-month-index(st-idx) = ws-month-index
                       and st-step-name(st-idx) = nl-step-name
                   set ws-step-index to st-idx
               end-if
           end-perform
           if ws-step-index = 0
               if ws-step-count >= 60
                   exit paragraph
               end-if
               add 1 to ws-step-count
               move ws-step-count to ws-step-index
               move ws-month-index to st-month-index(ws-step-index)
               move nl-step-name to st-step-name(ws-step-index)
               move 0 to st-runs(ws-step-index)
               move 0 to st-failures(ws-step-index)
           end-if
           add 1 to st-runs(ws-step-index)
           if nl-verdict = "FAILED " or nl-verdict = "SKIPPED"
               add 1 to st-failures(ws-step-index)
           end-if.

      *> Pacing lines carry the run id of the run on the status
      *> board, which under the orchestrator is the night's own.
       gather-pacing.
           open input pacing-file
           if ws-pacing-status <> "00"
               if ws-pacing-status <> "05"
                   display "particelle-servicelvl: pacing file open "
                       "failed, status " ws-pacing-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read pacing-file
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       perform tally-pacing-verdict
               end-read
           end-perform
           close pacing-file.

       tally-pacing-verdict.
           evaluate pr-verdict
               when "WILL-OVERRUN"
                   move 4 to ws-pacing-rank
               when "AT-RISK     "
                   move 3 to ws-pacing-rank
               when "NO-DATA     "
                   move 2 to ws-pacing-rank
               when "ON-PACE     "
                   move 1 to ws-pacing-rank
               when other
                   exit paragraph
           end-evaluate
           perform varying nt-idx from 1 by 1
                   until nt-idx > ws-night-count
               if nt-run-id(nt-idx) = pr-run-id
                       and ws-pacing-rank > nt-pacing-rank(nt-idx)
                   move ws-pacing-rank to nt-pacing-rank(nt-idx)
                   move pr-verdict to nt-pacing(nt-idx)
               end-if
           end-perform.

       gather-alerts.
           open input alert-file
           if ws-alert-file-status <> "00"
               if ws-alert-file-status <> "05"
                   display "particelle-servicelvl: alert file open "
                       "failed, status " ws-alert-file-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read alert-file
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       if pal-timestamp(1:14) numeric
                           perform tally-one-alert
                       end-if
               end-read
           end-perform
           close alert-file.

       tally-one-alert.
           move pal-timestamp(1:14) to ws-timestamp-parts
           perform timestamp-to-seconds
           move ws-clock-seconds to ws-raised-seconds
           if pal-condition = "CHAIN-PAUSED"
               perform note-chain-paused
           end-if
           perform varying nt-idx from 1 by 1
                   until nt-idx > ws-night-count
               if nt-run-id(nt-idx) = pal-run-id
                   perform tally-night-alert
               end-if
           end-perform.

       note-chain-paused.
           evaluate pal-timestamp(1:6)
               when ls-report-month
                   move 1 to ws-month-index
               when ws-previous-month-x
                   move 2 to ws-month-index
               when other
                   exit paragraph
           end-evaluate
           if ws-paused-count >= 500
               exit paragraph
           end-if
           add 1 to ws-paused-count
           move ws-month-index to ca-month-index(ws-paused-count)
           move ws-raised-seconds to ca-seconds(ws-paused-count).

      *> Records delivered before the drain stamped its delivery
      *> time count as delivered but add nothing to the wait.
       tally-night-alert.
           evaluate true
               when pal-is-critical
                   add 1 to nt-crit(nt-idx)
               when pal-is-warning
                   add 1 to nt-warn(nt-idx)
               when other
                   exit paragraph
           end-evaluate
           if pal-is-pending
               add 1 to nt-pending(nt-idx)
               exit paragraph
           end-if
           if pal-delivered-timestamp(1:14) numeric
               move pal-delivered-timestamp(1:14) to ws-timestamp-parts
               perform timestamp-to-seconds
               add 1 to nt-delivered(nt-idx)
               compute nt-delay-sum(nt-idx) = nt-delay-sum(nt-idx)
                   + ws-clock-seconds - ws-raised-seconds
           end-if.

      *> The window closes at the stated time on the night's own date
      *> when the night started before it, otherwise on the next
      *> morning - the usual case for an evening launch.
       judge-one-night.
           evaluate true
               when nt-blackout(nt-idx) > 0
                   move "BLACKOUT" to nt-outcome(nt-idx)
               when nt-refused(nt-idx) > 0
                   move "REFUSED" to nt-outcome(nt-idx)
               when nt-notrun(nt-idx) > 0
                   move "STOPPED" to nt-outcome(nt-idx)
               when nt-failed(nt-idx) > 0
                   move "FAILED" to nt-outcome(nt-idx)
               when nt-gated(nt-idx) > 0
                   move "GATED" to nt-outcome(nt-idx)
               when other
                   move "CLEAN" to nt-outcome(nt-idx)
           end-evaluate
           move "N" to nt-on-time(nt-idx)
           if nt-outcome(nt-idx) = "BLACKOUT"
               move "-" to nt-on-time(nt-idx)
           end-if
           move nt-run-id(nt-idx)(2:8) to tp-date
           move wc-hour to tp-hour
           move wc-minute to tp-minute
           move wc-second to tp-second
           perform timestamp-to-seconds
           move ws-clock-seconds to ws-deadline-seconds
           if ls-window-close <= nt-run-id(nt-idx)(10:6)
               add 86400 to ws-deadline-seconds
           end-if
           if nt-outcome(nt-idx) = "CLEAN"
                   and nt-last-end(nt-idx) numeric
               move nt-last-end(nt-idx) to ws-timestamp-parts
               perform timestamp-to-seconds
               if ws-clock-seconds <= ws-deadline-seconds
                   move "Y" to nt-on-time(nt-idx)
               end-if
           end-if

           move nt-month-index(nt-idx) to ws-month-index
           add 1 to mo-nights(ws-month-index)
           evaluate nt-outcome(nt-idx)
               when "BLACKOUT"
                   add 1 to mo-blackout(ws-month-index)
               when "CLEAN"
                   add 1 to mo-clean(ws-month-index)
               when "STOPPED"
                   add 1 to mo-stopped(ws-month-index)
           end-evaluate
           if nt-on-time(nt-idx) = "Y"
               add 1 to mo-on-time(ws-month-index)
           end-if
           add nt-crit(nt-idx) to mo-crit(ws-month-index)
           add nt-warn(nt-idx) to mo-warn(ws-month-index)
           add nt-delivered(nt-idx) to mo-delivered(ws-month-index)
           add nt-delay-sum(nt-idx) to mo-delay-sum(ws-month-index).

      *> A pause is recovered by the first BATCH step after it that
      *> ended OK, whichever night that was in.
       measure-one-recovery.
           move ca-month-index(ca-idx) to ws-month-index
           add 1 to mo-paused(ws-month-index)
           move "N" to ws-best-found
           perform varying bo-idx from 1 by 1
                   until bo-idx > ws-batch-ok-count
               if bo-seconds(bo-idx) > ca-seconds(ca-idx)
                   if ws-best-found = "N"
                           or bo-seconds(bo-idx) < ws-best-seconds
                       move bo-seconds(bo-idx) to ws-best-seconds
                       move "Y" to ws-best-found
                   end-if
               end-if
           end-perform
           if ws-best-found = "Y"
               add 1 to mo-recovered(ws-month-index)
               compute mo-recovery-sum(ws-month-index) =
                   mo-recovery-sum(ws-month-index)
                   + ws-best-seconds - ca-seconds(ca-idx)
           end-if.

       write-service-report.
           move ls-report-month to hl-report-month
           move ls-window-close to hl-window-close
           move function current-date to hl-produced
           move ws-heading-line to sv-line
           write sv-line
           move spaces to sv-line
           write sv-line

           perform varying nt-idx from 1 by 1
                   until nt-idx > ws-night-count
               if nt-month-index(nt-idx) = 1
                   perform write-night-line
               end-if
           end-perform
           if mo-nights(1) = 0
               move "NO NIGHTS ON THE NIGHT LOG FOR THIS MONTH"
                   to sv-line
               write sv-line
           end-if

           perform varying ws-month-index from 1 by 1
                   until ws-month-index > 2
               move spaces to sv-line
               write sv-line
               perform write-month-lines
           end-perform
           if ws-report-status <> "00"
               display "particelle-servicelvl: report write failed, "
                   "status " ws-report-status
               move 16 to ls-return-code
           end-if.

       write-night-line.
           move nt-run-id(nt-idx)(2:8) to ni-night-date
           move nt-run-id(nt-idx) to ni-night-run-id
           move nt-outcome(nt-idx) to ni-outcome
           move nt-gated(nt-idx) to ni-gated
           move nt-notrun(nt-idx) to ni-notrun
           move nt-last-end(nt-idx) to ni-last-end
           move nt-on-time(nt-idx) to ni-on-time
           move nt-pacing(nt-idx) to ni-pacing
           move nt-crit(nt-idx) to ni-crit
           move nt-warn(nt-idx) to ni-warn
           move 0 to ws-average-seconds
           if nt-delivered(nt-idx) > 0
               compute ws-average-seconds =
                   nt-delay-sum(nt-idx) / nt-delivered(nt-idx)
           end-if
           move ws-average-seconds to ni-delivery
           move nt-pending(nt-idx) to ni-pending
           move ws-night-line to sv-line
           write sv-line.

       write-month-lines.
           move mo-month(ws-month-index) to ml-month
           move mo-nights(ws-month-index) to ml-nights
           move mo-blackout(ws-month-index) to ml-blackout
           move mo-clean(ws-month-index) to ml-clean
           move mo-stopped(ws-month-index) to ml-stopped
           move mo-on-time(ws-month-index) to ml-on-time
           move 0 to ws-percent
           if mo-nights(ws-month-index) > mo-blackout(ws-month-index)
               compute ws-percent rounded =
                   mo-on-time(ws-month-index) * 100
                   / (mo-nights(ws-month-index)
                      - mo-blackout(ws-month-index))
           end-if
           move ws-percent to ml-pct-on-time
           move mo-crit(ws-month-index) to ml-crit
           move mo-warn(ws-month-index) to ml-warn
           move 0 to ws-average-seconds
           if mo-delivered(ws-month-index) > 0
               compute ws-average-seconds =
                   mo-delay-sum(ws-month-index)
                   / mo-delivered(ws-month-index)
           end-if
           move ws-average-seconds to ml-delivery
           move ws-month-line to sv-line
           write sv-line

           move mo-month(ws-month-index) to rl-month
           move mo-paused(ws-month-index) to rl-paused
           move mo-recovered(ws-month-index) to rl-recovered
           move 0 to ws-average-seconds
           if mo-recovered(ws-month-index) > 0
               compute ws-average-seconds =
                   mo-recovery-sum(ws-month-index)
                   / mo-recovered(ws-month-index)
           end-if
           move ws-average-seconds to rl-mean-recovery
           move ws-recovery-line to sv-line
           write sv-line

           perform varying st-idx from 1 by 1
                   until st-idx > ws-step-count
               if st-month-index(st-idx) = ws-month-index
                   perform write-step-line
               end-if
           end-perform.

       write-step-line.
           move mo-month(ws-month-index) to sl-month
           move st-step-name(st-idx) to sl-step-name
           move st-runs(st-idx) to sl-runs
           move st-failures(st-idx) to sl-failures
           compute ws-percent rounded =
               st-failures(st-idx) * 100 / st-runs(st-idx)
           move ws-percent to sl-pct-failed
           move ws-step-line to sv-line
           write sv-line.

       timestamp-to-seconds.
           compute ws-clock-seconds =
               function integer-of-date(tp-date) * 86400
               + tp-hour * 3600 + tp-minute * 60 + tp-second.

       end program "particelle-servicelvl".
