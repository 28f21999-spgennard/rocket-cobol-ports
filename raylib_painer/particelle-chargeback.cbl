      $set sourceformat(free)
      *> Monthly cost-center chargeback for GPU render time. Planned
      *> nights and ad hoc menu runs share the one render box; every
      *> run now carries the requester's cost center next to its run
      *> id, and this job totals a month's usage per center from the
      *> evidence the runs leave:
      *>   - runs: one per run id and cost center, so a night whose
      *>     steps were for two departments counts once for each;
      *>   - particles requested: the particle counts on the
      *>     PARTICELLE1/2 CALL records in PARTICELLE.AUDIT (live and
      *>     the month's dated generations);
      *>   - frames exported: the frame counts on the frame export's
      *>     PARTICELLE_RENDER_TO_BUFFER CALL records;
      *>   - elapsed render time: for a planned night, the start/end
      *>     stamps of its BATCH, RECONCILE and FRAMEEXPORT lines in
      *>     PARTICELLE.NIGHTLOG (steps that actually ran, whatever
      *>     their verdict - a failed render still held the GPU); for
      *>     an ad hoc run, from the start its run id embeds to its last
      *>     audit record.
      *> Each center is charged at its hourly rate from
      *> PARTICELLE.CHGRATES - "center rate" lines, the rate a plain
      *> decimal per render hour, a "*" center giving the house rate
      *> for centers without their own. A center with no rate at all
      *> is flagged NO-RATE rather than billed at zero. Usage with no
      *> cost center is always printed as UNASSIGNED, even when it is
      *> nil, so untagged runs cannot hide. Report to
      *> PARTICELLE.CHARGEBACK; a month the job cannot price in full
      *> returns 4.
       identification division.
       program-id. "particelle-chargeback".
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
           select optional generation-catalog
               assign to "PARTICELLE.AUDIT.GENS"
               organization is line sequential
               file status is ws-catalog-status.
           select optional rate-file assign to "PARTICELLE.CHGRATES"
               organization is line sequential
               file status is ws-rate-file-status.
           select chargeback-report assign to "PARTICELLE.CHARGEBACK"
               organization is line sequential
               file status is ws-chargeback-status.

       data division.
       file section.
       fd  night-log.
       01  ng-line                     pic x(120).
       fd  particelle-audit-file.
       copy "particelle-audit.cpy".
       fd  generation-file.
       01  gf-line                     pic x(158).
       fd  generation-catalog.
       01  gc-line                     pic x(8).
      *> Rate lines are fixed-column, maintained by finance: cost
      *> center, then the charge per render hour as plain decimal
      *> text. A "*" center is the house rate.
       fd  rate-file.
       01  rate-record.
           05  rt-cost-center          pic x(8).
           05  filler                  pic x(1).
           05  rt-hourly-rate          pic x(12).
       fd  chargeback-report.
       01  cb-line                     pic x(132).

       working-storage section.
       copy "particelle-nightlog.cpy".
       copy "particelle-decimalwk.cpy".
       01  ws-night-log-status         pic x(2).
       01  ws-audit-file-status        pic x(2).
       01  ws-generation-status        pic x(2).
       01  ws-catalog-status           pic x(2).
       01  ws-rate-file-status         pic x(2).
       01  ws-chargeback-status        pic x(2).
       01  ws-file-eof                 pic x(1).
       01  ws-generation-file-name     pic x(64).
       01  ws-month-number             pic 9(2).
       01  ws-next-month-first         pic 9(8).
       01  ws-next-month-first-x redefines ws-next-month-first
                                       pic x(8).

       01  ws-timestamp-parts.
           05  tp-date                 pic 9(8).
           05  tp-hour                 pic 9(2).
           05  tp-minute               pic 9(2).
           05  tp-second               pic 9(2).
       01  ws-clock-seconds            pic s9(18) comp-5.
       01  ws-start-seconds            pic s9(18) comp-5.
       01  ws-elapsed-seconds          pic s9(18) comp-5.

      *> Planned nights seen in the night log this month - any other
      *> run id in the audit trail was an ad hoc run.
       01  ws-night-table.
           05  ws-night-count          pic 9(4) comp-5 value 0.
           05  ws-night-row            occurs 200 times indexed by nt-idx.
               10  nt-run-id           pic x(15).
       01  ws-is-night-run             pic x(1).

      *> One row per run id and cost center.
       01  ws-usage-table.
           05  ws-usage-count          pic 9(4) comp-5 value 0.
           05  ws-usage-row            occurs 2000 times indexed by us-idx.
               10  us-run-id           pic x(15).
               10  us-cost-center      pic x(8).
               10  us-night-run        pic x(1).
               10  us-particles        pic 9(18) comp-5.
               10  us-frames           pic 9(9) comp-5.
               10  us-seconds          pic 9(18) comp-5.
               10  us-last-audit       pic x(21).
       01  ws-lookup-run-id            pic x(15).
       01  ws-lookup-center            pic x(8).
       01  ws-usage-index              pic 9(4) comp-5.

      *> One row per cost center billed, UNASSIGNED (spaces) always
      *> first in and last out.
       01  ws-center-table.
           05  ws-center-count         pic 9(4) comp-5 value 0.
           05  ws-center-row           occurs 100 times indexed by ct-idx.
               10  ct-cost-center      pic x(8).
               10  ct-runs             pic 9(9) comp-5.
               10  ct-particles        pic 9(18) comp-5.
               10  ct-frames           pic 9(9) comp-5.
               10  ct-seconds          pic 9(18) comp-5.
               10  ct-printed          pic x(1).
       01  ws-center-index             pic 9(4) comp-5.
       01  ws-lowest-center            pic x(8).

       01  ws-rate-table.
           05  ws-rate-count           pic 9(4) comp-5 value 0.
           05  ws-rate-row             occurs 100 times indexed by rt-idx.
               10  rr-cost-center      pic x(8).
               10  rr-hourly-rate      pic 9(8)v9(4).
       01  ws-rate-found               pic x(1).
       01  ws-hourly-rate              pic 9(8)v9(4).
       01  ws-house-rate               pic 9(8)v9(4).
       01  ws-house-rate-found         pic x(1) value "N".
       01  ws-charge                   pic 9(11)v99.
       01  ws-no-rate-count            pic 9(4) comp-5 value 0.

       01  ws-total-runs               pic 9(9) comp-5 value 0.
       01  ws-total-particles          pic 9(18) comp-5 value 0.
       01  ws-total-frames             pic 9(9) comp-5 value 0.
       01  ws-total-seconds            pic 9(18) comp-5 value 0.
       01  ws-total-charge             pic 9(11)v99 value 0.

       01  ws-heading-line.
           05  filler                  pic x(26)
                   value "PARTICELLE CHARGEBACK FOR ".
           05  hl-charge-month         pic x(6).
           05  filler                  pic x(10) value " PRODUCED ".
           05  hl-produced             pic x(21).

       01  ws-center-line.
           05  cl-cost-center          pic x(10).
           05  filler                  pic x(6) value " RUNS=".
           05  cl-runs                 pic z(5)9.
           05  filler                  pic x(11) value " PARTICLES=".
           05  cl-particles            pic z(11)9.
           05  filler                  pic x(8) value " FRAMES=".
           05  cl-frames               pic z(8)9.
           05  filler                  pic x(9) value " SECONDS=".
           05  cl-seconds              pic z(9)9.
           05  filler                  pic x(6) value " RATE=".
           05  cl-rate                 pic z(7)9.9999.
           05  filler                  pic x(8) value " CHARGE=".
           05  cl-charge               pic z(10)9.99.
           05  filler                  pic x(1) value space.
           05  cl-flag                 pic x(7).

       01  ws-total-line.
           05  filler                  pic x(10) value "TOTAL".
           05  filler                  pic x(6) value " RUNS=".
           05  tl-runs                 pic z(5)9.
           05  filler                  pic x(11) value " PARTICLES=".
           05  tl-particles            pic z(11)9.
           05  filler                  pic x(8) value " FRAMES=".
           05  tl-frames               pic z(8)9.
           05  filler                  pic x(9) value " SECONDS=".
           05  tl-seconds              pic z(9)9.
           05  filler                  pic x(20) value spaces.
           05  filler                  pic x(8) value " CHARGE=".
           05  tl-charge               pic z(10)9.99.

       linkage section.
       01  ls-charge-month             pic x(6).
       01  ls-return-code              pic s9(9) comp-5.

       procedure division using ls-charge-month ls-return-code.
       main-para.
           move 0 to ls-return-code
           if ls-charge-month not numeric
               display "particelle-chargeback: month must be yyyymm"
               move -1 to ls-return-code
               goback
           end-if
           move ls-charge-month(5:2) to ws-month-number
           if ws-month-number < 1 or ws-month-number > 12
               display "particelle-chargeback: month must be yyyymm"
               move -1 to ls-return-code
               goback
           end-if
      *> A night launched late on the last of the month writes its
      *> last audit records into the next month's first generation.
           if ws-month-number = 12
               compute ws-next-month-first =
                   (function numval(ls-charge-month(1:4)) + 1) * 10000
                   + 101
           else
               compute ws-next-month-first =
                   function numval(ls-charge-month) * 100 + 101
           end-if

           open output chargeback-report
           if ws-chargeback-status <> "00"
               display "particelle-chargeback: report open failed, "
                   "status " ws-chargeback-status
               move 16 to ls-return-code
               goback
           end-if

      *> UNASSIGNED goes in first so it prints even when nothing in
      *> the month went untagged.
           move spaces to ws-lookup-center
           perform find-or-add-center

           perform load-rate-file
           perform gather-night-log
           perform gather-audit-evidence
           perform price-ad-hoc-runs
           perform roll-up-centers
           perform write-chargeback-report
           close chargeback-report

           if ls-return-code = 0 and ws-no-rate-count > 0
               move 4 to ls-return-code
           end-if
           goback.

       load-rate-file.
           open input rate-file
           if ws-rate-file-status <> "00"
               if ws-rate-file-status <> "05"
                       and ws-rate-file-status <> "35"
                   display "particelle-chargeback: rate file open "
                       "failed, status " ws-rate-file-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read rate-file
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       if rt-cost-center <> spaces
                           perform load-one-rate
                       end-if
               end-read
           end-perform
           close rate-file.

       load-one-rate.
           move rt-hourly-rate to ws-decimal-field
           perform validate-decimal-field
           if ws-decimal-ok <> "Y"
      *> A mistyped rate must not bill a department at a made-up
      *> figure; the center falls through to the house rate, or to
      *> NO-RATE, and the line is named so finance can fix it.
               display "particelle-chargeback: rate for "
                   rt-cost-center " is not a plain decimal, ignored"
               exit paragraph
           end-if
           if rt-cost-center = "*"
               compute ws-house-rate = function numval(rt-hourly-rate)
               move "Y" to ws-house-rate-found
               exit paragraph
           end-if
           if ws-rate-count >= 100
               display "particelle-chargeback: rate table full, "
                   rt-cost-center " ignored"
               exit paragraph
           end-if
           add 1 to ws-rate-count
           move function upper-case(rt-cost-center)
               to rr-cost-center(ws-rate-count)
           compute rr-hourly-rate(ws-rate-count) =
               function numval(rt-hourly-rate).

       copy "particelle-decimal.cpy".

      *> The month a run bills to is the month its id was stamped in.
       gather-night-log.
           open input night-log
           if ws-night-log-status <> "00"
               if ws-night-log-status <> "05"
                   display "particelle-chargeback: night log open "
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
                       if nl-run-id(2:6) = ls-charge-month
                           perform tally-night-step
                       end-if
               end-read
           end-perform
           close night-log.

       tally-night-step.
           move nl-run-id to ws-lookup-run-id
           perform note-night-run
           if nl-step-name <> "BATCH" and nl-step-name <> "RECONCILE"
                   and nl-step-name <> "FRAMEEXPORT"
               exit paragraph
           end-if
      *> GATED and NOTRUN steps never touched the GPU.
           if nl-verdict <> "OK     " and nl-verdict <> "SKIPPED"
                   and nl-verdict <> "FAILED "
               exit paragraph
           end-if
           if nl-start(1:14) not numeric or nl-end(1:14) not numeric
               exit paragraph
           end-if
           move nl-cost-center to ws-lookup-center
           perform find-or-add-usage
           if ws-usage-index = 0
               exit paragraph
           end-if
           move nl-start(1:14) to ws-timestamp-parts
           perform timestamp-to-seconds
           move ws-clock-seconds to ws-start-seconds
           move nl-end(1:14) to ws-timestamp-parts
           perform timestamp-to-seconds
           compute ws-elapsed-seconds =
               ws-clock-seconds - ws-start-seconds
           if ws-elapsed-seconds > 0
               add ws-elapsed-seconds to us-seconds(ws-usage-index)
           end-if.

       note-night-run.
           perform varying nt-idx from 1 by 1
                   until nt-idx > ws-night-count
               if nt-run-id(nt-idx) = ws-lookup-run-id
                   exit paragraph
               end-if
           end-perform
           if ws-night-count >= 200
               display "particelle-chargeback: night table full, "
                   ws-lookup-run-id " treated as ad hoc"
           else
               add 1 to ws-night-count
               move ws-lookup-run-id to nt-run-id(ws-night-count)
           end-if.

      *> The month's records sit in the live trail or in the dated
      *> generations for its days (plus the next month's first); the
      *> catalog says which of those are still online.
       gather-audit-evidence.
           open input particelle-audit-file
           if ws-audit-file-status <> "00" and ws-audit-file-status <> "05"
               display "particelle-chargeback: audit file open failed, "
                   "status " ws-audit-file-status
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

           open input generation-catalog
           if ws-catalog-status <> "00"
               if ws-catalog-status <> "05"
                   display "particelle-chargeback: generation catalog "
                       "open failed, status " ws-catalog-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read generation-catalog
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       if gc-line(1:6) = ls-charge-month
                               or gc-line = ws-next-month-first-x
                           perform read-one-generation
                       end-if
               end-read
           end-perform
           close generation-catalog.

      *> The catalog loop owns ws-file-eof, so the generation read
      *> keeps its own end switch in the file status.
       read-one-generation.
           move spaces to ws-generation-file-name
           string "PARTICELLE.AUDIT.G" gc-line
               delimited by size into ws-generation-file-name
           end-string
           open input generation-file
           if ws-generation-status <> "00"
               display "particelle-chargeback: generation "
                   ws-generation-file-name " open failed, status "
                   ws-generation-status
               exit paragraph
           end-if
           read generation-file
           perform until ws-generation-status <> "00"
               move gf-line to particelle-audit-record
               perform tally-audit-record
               read generation-file
           end-perform
           close generation-file.

       tally-audit-record.
           if pa-run-id(2:6) <> ls-charge-month
               exit paragraph
           end-if
           move pa-run-id to ws-lookup-run-id
           move pa-cost-center to ws-lookup-center
           perform find-or-add-usage
           if ws-usage-index = 0
               exit paragraph
           end-if
           if pa-timestamp > us-last-audit(ws-usage-index)
               move pa-timestamp to us-last-audit(ws-usage-index)
           end-if
           if not pa-is-call or not pa-arg-is-present
                   or pa-int-arg <= 0
               exit paragraph
           end-if
           evaluate pa-entry-name
               when "PARTICELLE1"
               when "PARTICELLE2"
                   add pa-int-arg to us-particles(ws-usage-index)
               when "PARTICELLE_RENDER_TO_BUFFER"
                   add pa-int-arg to us-frames(ws-usage-index)
           end-evaluate.

       find-or-add-usage.
           move function upper-case(ws-lookup-center)
               to ws-lookup-center
           move 0 to ws-usage-index
           perform varying us-idx from 1 by 1
                   until us-idx > ws-usage-count or ws-usage-index > 0
               if us-run-id(us-idx) = ws-lookup-run-id
                       and us-cost-center(us-idx) = ws-lookup-center
                   set ws-usage-index to us-idx
               end-if
           end-perform
           if ws-usage-index > 0
               exit paragraph
           end-if
           if ws-usage-count >= 2000
               display "particelle-chargeback: usage table full, "
                   ws-lookup-run-id " not billed"
               exit paragraph
           end-if
           add 1 to ws-usage-count
           move ws-usage-count to ws-usage-index
           move ws-lookup-run-id to us-run-id(ws-usage-index)
           move ws-lookup-center to us-cost-center(ws-usage-index)
           move "N" to ws-is-night-run
           perform varying nt-idx from 1 by 1
                   until nt-idx > ws-night-count
               if nt-run-id(nt-idx) = ws-lookup-run-id
                   move "Y" to ws-is-night-run
               end-if
           end-perform
           move ws-is-night-run to us-night-run(ws-usage-index)
           move 0 to us-particles(ws-usage-index)
           move 0 to us-frames(ws-usage-index)
           move 0 to us-seconds(ws-usage-index)
           move spaces to us-last-audit(ws-usage-index).

      *> An ad hoc run has no night log line; it held the box from
      *> the start its run id embeds until its last audit record.
       price-ad-hoc-runs.
           perform varying us-idx from 1 by 1
                   until us-idx > ws-usage-count
               if us-night-run(us-idx) = "N"
                       and us-last-audit(us-idx)(1:14) numeric
                       and us-run-id(us-idx)(2:14) numeric
                   move us-run-id(us-idx)(2:14) to ws-timestamp-parts
                   perform timestamp-to-seconds
                   move ws-clock-seconds to ws-start-seconds
                   move us-last-audit(us-idx)(1:14)
                       to ws-timestamp-parts
                   perform timestamp-to-seconds
                   compute ws-elapsed-seconds =
                       ws-clock-seconds - ws-start-seconds
                   if ws-elapsed-seconds > 0
                       move ws-elapsed-seconds to us-seconds(us-idx)
                   end-if
               end-if
           end-perform.

       timestamp-to-seconds.
           compute ws-clock-seconds =
               function integer-of-date(tp-date) * 86400
               + tp-hour * 3600 + tp-minute * 60 + tp-second.

       roll-up-centers.
           perform varying us-idx from 1 by 1
                   until us-idx > ws-usage-count
               move us-cost-center(us-idx) to ws-lookup-center
               perform find-or-add-center
               if ws-center-index > 0
                   add 1 to ct-runs(ws-center-index)
                   add us-particles(us-idx)
                       to ct-particles(ws-center-index)
                   add us-frames(us-idx) to ct-frames(ws-center-index)
                   add us-seconds(us-idx) to ct-seconds(ws-center-index)
               end-if
           end-perform.

       find-or-add-center.
           move 0 to ws-center-index
           perform varying ct-idx from 1 by 1
                   until ct-idx > ws-center-count or ws-center-index > 0
               if ct-cost-center(ct-idx) = ws-lookup-center
                   set ws-center-index to ct-idx
               end-if
           end-perform
           if ws-center-index > 0
               exit paragraph
           end-if
           if ws-center-count >= 100
      *> Never lose usage: a center past the table bills as
      *> UNASSIGNED, which is row one, and is named here.
               display "particelle-chargeback: center table full, "
                   ws-lookup-center " billed as UNASSIGNED"
               move 1 to ws-center-index
               exit paragraph
           end-if
           add 1 to ws-center-count
           move ws-center-count to ws-center-index
           move ws-lookup-center to ct-cost-center(ws-center-index)
           move 0 to ct-runs(ws-center-index)
           move 0 to ct-particles(ws-center-index)
           move 0 to ct-frames(ws-center-index)
           move 0 to ct-seconds(ws-center-index)
           move "N" to ct-printed(ws-center-index).

      *> Named centers print in code order, UNASSIGNED at the foot
      *> just above the totals where nobody can miss it.
       write-chargeback-report.
           move ls-charge-month to hl-charge-month
           move function current-date to hl-produced
           move ws-heading-line to cb-line
           write cb-line
           move "Y" to ct-printed(1)
           perform find-lowest-unprinted-center
           perform until ws-center-index = 0
               move "Y" to ct-printed(ws-center-index)
               perform write-center-line
               perform find-lowest-unprinted-center
           end-perform
           move 1 to ws-center-index
           perform write-center-line

           move ws-total-runs to tl-runs
           move ws-total-particles to tl-particles
           move ws-total-frames to tl-frames
           move ws-total-seconds to tl-seconds
           move ws-total-charge to tl-charge
           move ws-total-line to cb-line
           write cb-line
           if ws-chargeback-status <> "00"
               display "particelle-chargeback: report write failed, "
                   "status " ws-chargeback-status
               move 16 to ls-return-code
           end-if.

       find-lowest-unprinted-center.
           move 0 to ws-center-index
           move high-values to ws-lowest-center
           perform varying ct-idx from 1 by 1
                   until ct-idx > ws-center-count
               if ct-printed(ct-idx) = "N"
                       and ct-cost-center(ct-idx) < ws-lowest-center
                   move ct-cost-center(ct-idx) to ws-lowest-center
                   set ws-center-index to ct-idx
               end-if
           end-perform.

       write-center-line.
           if ct-cost-center(ws-center-index) = spaces
               move "UNASSIGNED" to cl-cost-center
               move "*" to ws-lookup-center
           else
               move ct-cost-center(ws-center-index) to cl-cost-center
               move ct-cost-center(ws-center-index) to ws-lookup-center
           end-if
           perform find-center-rate
           move ct-runs(ws-center-index) to cl-runs
           move ct-particles(ws-center-index) to cl-particles
           move ct-frames(ws-center-index) to cl-frames
           move ct-seconds(ws-center-index) to cl-seconds
           if ws-rate-found = "Y"
               compute ws-charge rounded =
                   ct-seconds(ws-center-index) * ws-hourly-rate / 3600
               move ws-hourly-rate to cl-rate
               move ws-charge to cl-charge
               move spaces to cl-flag
               add ws-charge to ws-total-charge
           else
      *> Unpriced usage is still printed in full - only the charge is
      *> withheld until finance supplies a rate.
               move 0 to cl-rate
               move 0 to cl-charge
               if ct-seconds(ws-center-index) > 0
                   move "NO-RATE" to cl-flag
                   add 1 to ws-no-rate-count
               else
                   move spaces to cl-flag
               end-if
           end-if
           add ct-runs(ws-center-index) to ws-total-runs
           add ct-particles(ws-center-index) to ws-total-particles
           add ct-frames(ws-center-index) to ws-total-frames
           add ct-seconds(ws-center-index) to ws-total-seconds
           move ws-center-line to cb-line
           write cb-line.

       find-center-rate.
           move "N" to ws-rate-found
           perform varying rt-idx from 1 by 1
                   until rt-idx > ws-rate-count or ws-rate-found = "Y"
               if rr-cost-center(rt-idx) = ws-lookup-center
                   move rr-hourly-rate(rt-idx) to ws-hourly-rate
                   move "Y" to ws-rate-found
               end-if
           end-perform
           if ws-rate-found = "N" and ws-house-rate-found = "Y"
               move ws-house-rate to ws-hourly-rate
               move "Y" to ws-rate-found
           end-if.

       end program "particelle-chargeback".
