      $set sourceformat(free)
      *> Maintenance program for PARTICELLE.STORYBOARD - add, update,
      *> delete and list by segment, the segment being keyed by its
      *> from-frame - so the art leads stop hand-editing the board in
      *> a text editor and finding out at export time, on the night
      *> itself, that particelle-frameexport refuses it. Every edit is
      *> applied to the whole board in memory and the resulting board
      *> is checked before anything is written: the per-segment rules
      *> are the exact ones frameexport's load-one-segment enforces,
      *> and on top of them the board must run continuously - no
      *> overlapping ranges, no gapped ranges, no out-of-order
      *> ranges. An UPDATE that moves a segment's to-frame carries
      *> the shared boundary along, moving the from-frame of the
      *> segment after it, so a boundary can be moved in one edit.
      *> The same holds inside the board: an ADD that takes over the
      *> tail of a segment cuts that segment's to-frame back to the
      *> frame before it, and a DELETE of a segment with segments on
      *> both sides hands its frames to the one before it, so neither
      *> leaves an overlap or a gap behind.
      *> Every accepted change (who, when, old values, new values) is
      *> appended to the PARTICELLE.SBLOG change history, the same
      *> way particelle-scenmaint keeps PARTICELLE.SCENLOG. Changes
      *> run under the STORYBOARD lock (particelle-lock), which
      *> particelle-frameexport holds while it loads the board, and
      *> an edit that cannot get the lock is refused with 8. The
      *> board is written back without its blank spacing lines.
      *> After a LIST or an accepted change the whole board's render
      *> time is estimated from the latest PARTICELLE.CAPACITY sweep
      *> and set against the caller's window budget; an estimate over
      *> budget returns 4 but does not undo the change.
       identification division.
       program-id. "particelle-sbmaint".
       environment division.
       input-output section.
       file-control.
           select optional storyboard-file
               assign to "PARTICELLE.STORYBOARD"
               organization is line sequential
               file status is ws-storyboard-status.
           select new-storyboard
               assign to "PARTICELLE.STORYBOARD.NEW"
               organization is line sequential
               file status is ws-new-storyboard-status.
           select optional storyboard-log assign to "PARTICELLE.SBLOG"
               organization is line sequential
               file status is ws-sblog-status.
           select optional capacity-report
               assign to "PARTICELLE.CAPACITY"
               organization is line sequential
               file status is ws-capacity-status.

       data division.
       file section.
       fd  storyboard-file.
       copy "particelle-storyboard.cpy".
       fd  new-storyboard.
      *> Carries whole particelle-storyboard.cpy records verbatim, so
      *> its width must track that copybook's record length.
       01  ns-line                     pic x(45).
       fd  storyboard-log.
       copy "particelle-sblog.cpy".
       fd  capacity-report.
       01  cr-line                     pic x(80).

       working-storage section.
       01  ws-storyboard-status        pic x(2).
       01  ws-new-storyboard-status    pic x(2).
       01  ws-sblog-status             pic x(2).
       01  ws-capacity-status          pic x(2).
       01  ws-storyboard-eof           pic x(1).
       01  ws-capacity-eof             pic x(1).
       copy "particelle-decimalwk.cpy".
       01  ws-values-ok                pic x(1).
       01  ws-board-ok                 pic x(1).
       01  ws-board-overflow           pic x(1).
       01  ws-target-found             pic x(1).
       01  ws-target-index             pic 9(4) comp-5.
       01  ws-segment-index            pic 9(4) comp-5.
       01  ws-move-index               pic 9(4) comp-5.
       01  ws-listed-count             pic 9(4) comp-5 value 0.
       01  ws-prior-usable             pic x(1).
       01  ws-prior-from-frame         pic 9(4).
       01  ws-prior-to-frame           pic 9(4).
       01  ws-gap-from-frame           pic 9(4).
       01  ws-gap-to-frame             pic 9(4).
       01  ws-shift-from-frame         pic 9(5) comp-5.
       01  ws-shift-made               pic x(1).
       01  ws-delete-file-name         pic x(64).
       01  ws-rename-from              pic x(64).
       01  ws-rename-to                pic x(64).
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "STORYBOARD".
       01  ws-lock-program             pic x(24)
               value "particelle-sbmaint".
       01  ws-lock-rc                  pic s9(9) comp-5.
       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).

      *> The whole board is held here while a change is applied and
      *> checked. There is one slot past frameexport's 50-segment
      *> limit so an over-long board is seen as such; a board longer
      *> still cannot be carried whole, and is left for a hand fix
      *> rather than rewritten short.
       01  ws-board-count              pic 9(4) comp-5 value 0.
       01  ws-board-table.
           05  ws-board-segment        occurs 51 times.
               10  bs-from-frame       pic x(4).
               10  bs-from-number      redefines bs-from-frame
                                       pic 9(4).
               10  filler              pic x(1).
               10  bs-to-frame         pic x(4).
               10  bs-to-number        redefines bs-to-frame
                                       pic 9(4).
               10  filler              pic x(1).
               10  bs-particle-count   pic x(9).
               10  filler              pic x(1).
               10  bs-velocity         pic x(12).
               10  filler              pic x(1).
               10  bs-decay            pic x(12).

      *> The segment images kept aside while the board is changed:
      *> the change-history lines need the old and new values of the
      *> segment edited and, for a moved boundary, of its neighbour.
       01  ws-old-segment.
           05  wo-from-frame           pic x(4).
           05  filler                  pic x(1).
           05  wo-to-frame             pic x(4).
           05  filler                  pic x(1).
           05  wo-particle-count       pic x(9).
           05  filler                  pic x(1).
           05  wo-velocity             pic x(12).
           05  filler                  pic x(1).
           05  wo-decay                pic x(12).
       01  ws-new-segment.
           05  wn-from-frame           pic x(4).
           05  filler                  pic x(1).
           05  wn-to-frame             pic x(4).
           05  filler                  pic x(1).
           05  wn-particle-count       pic x(9).
           05  filler                  pic x(1).
           05  wn-velocity             pic x(12).
           05  filler                  pic x(1).
           05  wn-decay                pic x(12).
       01  ws-shift-old-segment        pic x(45).
       01  ws-shift-new-segment        pic x(45).
       01  ws-history-old.
           05  ho-from-frame           pic x(4).
           05  filler                  pic x(1).
           05  ho-to-frame             pic x(4).
           05  filler                  pic x(1).
           05  ho-particle-count       pic x(9).
           05  filler                  pic x(1).
           05  ho-velocity             pic x(12).
           05  filler                  pic x(1).
           05  ho-decay                pic x(12).
       01  ws-history-new.
           05  hn-from-frame           pic x(4).
           05  filler                  pic x(1).
           05  hn-to-frame             pic x(4).
           05  filler                  pic x(1).
           05  hn-particle-count       pic x(9).
           05  filler                  pic x(1).
           05  hn-velocity             pic x(12).
           05  filler                  pic x(1).
           05  hn-decay                pic x(12).
       01  ws-history-action           pic x(6).
       01  ws-history-key              pic x(4).

      *> The sweep's per-point lines, parsed by their fixed columns as
      *> particelle-capacity writes them - the same parse
      *> particelle-pacewatch uses. Only points that came back ok are
      *> kept; a segment is costed at the smallest kept count at or
      *> above its own particle count, and a count above everything
      *> swept is scaled up linearly from the largest kept point.
       01  ws-capacity-parse.
           05  cp-label-count          pic x(6).
           05  cp-count-text           pic x(9).
           05  cp-label-duration       pic x(10).
           05  cp-duration-text        pic x(10).
           05  cp-label-status         pic x(9).
           05  cp-status-text          pic x(9).
           05  filler                  pic x(27).
       01  ws-sweep-header             pic x(47).
       01  ws-point-count              pic s9(9) comp-5.
       01  ws-point-duration           pic 9(7)v99.
       01  ws-point-status             pic s9(9) comp-5.
       01  ws-curve-count              pic 9(4) comp-5 value 0.
       01  ws-curve-table.
           05  ws-curve-point          occurs 200 times.
               10  cv-count            pic s9(9) comp-5.
               10  cv-duration         pic 9(7)v99.
       01  ws-curve-index              pic 9(4) comp-5.
       01  ws-largest-count            pic s9(9) comp-5.
       01  ws-largest-duration         pic 9(7)v99.
       01  ws-match-found              pic x(1).
       01  ws-match-count              pic s9(9) comp-5.
       01  ws-match-duration           pic 9(7)v99.
       01  ws-run-count                pic s9(9) comp-5.
       01  ws-segment-frames           pic 9(5) comp-5.
       01  ws-frame-seconds            pic 9(9)v99.
       01  ws-segment-seconds          pic 9(11)v99.
       01  ws-total-seconds            pic 9(11)v99.
       01  ws-estimate-complete        pic x(1).

       01  ws-estimate-line.
           05  filler                  pic x(10) value "ESTIMATE  ".
           05  el-from-frame           pic x(4).
           05  filler                  pic x(1) value "-".
           05  el-to-frame             pic x(4).
           05  filler                  pic x(8) value " FRAMES=".
           05  el-frames               pic z(4)9.
           05  filler                  pic x(7) value " COUNT=".
           05  el-count                pic z(8)9.
           05  filler                  pic x(12) value " SECS/FRAME=".
           05  el-frame-seconds        pic z(8)9.99.
           05  filler                  pic x(6) value " SECS=".
           05  el-segment-seconds      pic z(10)9.
           05  el-basis                pic x(13).
       01  ws-total-line.
           05  filler                  pic x(21)
                   value "ESTIMATE  TOTAL SECS=".
           05  tl-total-seconds        pic z(10)9.
           05  filler                  pic x(8) value " BUDGET=".
           05  tl-budget               pic z(8)9.
           05  filler                  pic x(1) value space.
           05  tl-verdict              pic x(16).
           05  tl-partial              pic x(10).

       linkage section.
       01  ls-action                   pic x(6).
           88  ls-action-add               value "ADD   ".
           88  ls-action-update            value "UPDATE".
           88  ls-action-delete            value "DELETE".
           88  ls-action-list              value "LIST  ".
       01  ls-from-frame               pic x(4).
       01  ls-to-frame                 pic x(4).
       01  ls-particle-count           pic x(9).
       01  ls-velocity                 pic x(12).
       01  ls-decay                    pic x(12).
       01  ls-user-id                  pic x(8).
       01  ls-window-budget-secs       pic s9(9) comp-5.
       01  ls-return-code              pic s9(9) comp-5.

       procedure division using ls-action ls-from-frame ls-to-frame
               ls-particle-count ls-velocity ls-decay ls-user-id
               ls-window-budget-secs ls-return-code.
       main-para.
           move 0 to ls-return-code

           if not ls-action-add and not ls-action-update
                   and not ls-action-delete and not ls-action-list
               display "particelle-sbmaint: action must be ADD, "
                   "UPDATE, DELETE or LIST"
               move -1 to ls-return-code
               goback
           end-if
      *> A LIST with a blank from-frame lists the whole board; every
      *> other action needs the segment it is about.
           if not ls-action-list or ls-from-frame <> spaces
               if ls-from-frame not numeric or ls-from-frame = "0000"
                   display "particelle-sbmaint: from-frame must be "
                       "0001 to 9999"
                   move -1 to ls-return-code
                   goback
               end-if
           end-if

           if ls-action-add or ls-action-update
               perform validate-new-values
               if ws-values-ok = "N"
                   move -1 to ls-return-code
                   goback
               end-if
           end-if

           evaluate true
               when ls-action-list
                   perform load-board
                   if ls-return-code = 0
                       perform list-board
                       perform check-board-continuity
                       if ws-board-ok = "N" and ls-return-code = 0
                           move 4 to ls-return-code
                       end-if
                       perform estimate-render-time
                   end-if
               when other
                   move "ACQUIRE" to ws-lock-action
                   call "particelle-lock" using ws-lock-action
                       ws-lock-resource ws-lock-program ws-lock-rc
                   end-call
                   if ws-lock-rc <> 0
                       perform raise-lock-timeout-alert
                       move 8 to ls-return-code
                   else
                       perform change-board
                       move "RELEASE" to ws-lock-action
                       call "particelle-lock" using ws-lock-action
                           ws-lock-resource ws-lock-program ws-lock-rc
                       end-call
                       if ls-return-code = 0
                           perform estimate-render-time
                       end-if
                   end-if
           end-evaluate
           goback.

       raise-lock-timeout-alert.
           display "particelle-sbmaint: storyboard busy, " ls-action
               " of segment " ls-from-frame " not made"
           move "WARN" to ws-alert-severity
           move "particelle-sbmaint" to ws-alert-source
           move "LOCK-TIMEOUT" to ws-alert-condition
           move spaces to ws-alert-detail
           string "STORYBOARD busy, " ls-action " " ls-from-frame
               " by " ls-user-id " not made"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

      *> The same per-segment rules particelle-frameexport applies at
      *> export time, applied here before the segment can reach the
      *> board at all; each refusal names the field so the art lead
      *> fixes the right column.
       validate-new-values.
           move "Y" to ws-values-ok
           if ls-to-frame not numeric
               display "particelle-sbmaint: to-frame must be "
                   "numeric, value refused"
               move "N" to ws-values-ok
           else
               if ls-to-frame < ls-from-frame
                   display "particelle-sbmaint: to-frame is before "
                       "from-frame, value refused"
                   move "N" to ws-values-ok
               end-if
           end-if
           if ls-particle-count not numeric
               display "particelle-sbmaint: particle count must be "
                   "numeric, value refused"
               move "N" to ws-values-ok
           end-if
           move ls-velocity to ws-decimal-field
           perform validate-decimal-field
           if ws-decimal-ok = "N"
               display "particelle-sbmaint: velocity is not a "
                   "plain decimal, value refused"
               move "N" to ws-values-ok
           end-if
           move ls-decay to ws-decimal-field
           perform validate-decimal-field
           if ws-decimal-ok = "N"
               display "particelle-sbmaint: decay is not a plain "
                   "decimal, value refused"
               move "N" to ws-values-ok
           end-if.

       copy "particelle-decimal.cpy".

       load-board.
           move 0 to ws-board-count
           move "N" to ws-board-overflow
           open input storyboard-file
           if ws-storyboard-status <> "00"
                   and ws-storyboard-status <> "05"
               display "particelle-sbmaint: storyboard open failed, "
                   "status " ws-storyboard-status
               move 16 to ls-return-code
               exit paragraph
           end-if
           move "N" to ws-storyboard-eof
           perform until ws-storyboard-eof = "Y"
               read storyboard-file
                   at end
                       move "Y" to ws-storyboard-eof
                   not at end
                       if sb-from-frame <> spaces
                           perform load-one-segment
                       end-if
               end-read
           end-perform
           close storyboard-file.

       load-one-segment.
           if ws-board-count < 51
               add 1 to ws-board-count
               move storyboard-record
                   to ws-board-segment(ws-board-count)
           else
               move "Y" to ws-board-overflow
           end-if.

       list-board.
           move 0 to ws-listed-count
           perform varying ws-segment-index from 1 by 1
                   until ws-segment-index > ws-board-count
               if ls-from-frame = spaces
                       or bs-from-frame(ws-segment-index)
                           = ls-from-frame
                   add 1 to ws-listed-count
                   display "SEGMENT   "
                       bs-from-frame(ws-segment-index) "-"
                       bs-to-frame(ws-segment-index)
                   display "  COUNT     "
                       bs-particle-count(ws-segment-index)
                   display "  VELOCITY  "
                       bs-velocity(ws-segment-index)
                   display "  DECAY     "
                       bs-decay(ws-segment-index)
               end-if
           end-perform
           if ws-listed-count = 0
               if ls-from-frame = spaces
                   display "particelle-sbmaint: storyboard has no "
                       "segments"
               else
                   display "particelle-sbmaint: segment "
                       ls-from-frame " not on storyboard"
               end-if
               move 4 to ls-return-code
           end-if.

      *> The board is hand-read by particelle-frameexport every night,
      *> so it is never edited in place: the change is made to the
      *> board in memory, the result is checked whole, and only a
      *> board that passes lands on a fresh file which then replaces
      *> the live one - the same two-step the catalog maintenance
      *> uses.
       change-board.
           move "N" to ws-shift-made
           move spaces to ws-old-segment
           move spaces to ws-new-segment
           perform load-board
           if ls-return-code <> 0
               exit paragraph
           end-if
           if ws-board-overflow = "Y"
               display "particelle-sbmaint: storyboard has more than "
                   "51 segments, trim it by hand before editing"
               move -1 to ls-return-code
               exit paragraph
           end-if

           move "N" to ws-target-found
           move 0 to ws-target-index
           perform varying ws-segment-index from 1 by 1
                   until ws-segment-index > ws-board-count
               if bs-from-frame(ws-segment-index) = ls-from-frame
                   move "Y" to ws-target-found
                   move ws-segment-index to ws-target-index
               end-if
           end-perform

           if ls-action-add
               if ws-target-found = "Y"
                   display "particelle-sbmaint: segment "
                       ls-from-frame " already on storyboard, use "
                       "UPDATE"
                   move 4 to ls-return-code
                   exit paragraph
               end-if
               perform insert-new-segment
           else
               if ws-target-found = "N"
                   display "particelle-sbmaint: segment "
                       ls-from-frame " not on storyboard"
                   move 4 to ls-return-code
                   exit paragraph
               end-if
               if ls-action-update
                   perform update-target-segment
               else
                   perform delete-target-segment
               end-if
           end-if
           if ls-return-code <> 0
               exit paragraph
           end-if

           perform check-board-continuity
           if ws-board-ok = "N"
               display "particelle-sbmaint: " ls-action " of segment "
                   ls-from-frame " refused, storyboard left unchanged"
               move -1 to ls-return-code
               exit paragraph
           end-if

           perform write-new-board
           if ls-return-code = 0
               perform replace-board
               if ls-return-code = 0
                   perform append-change-history
               end-if
           else
               move "PARTICELLE.STORYBOARD.NEW" to ws-delete-file-name
               call "CBL_DELETE_FILE" using ws-delete-file-name
           end-if.

      *> A new segment goes in at its from-frame's place in the run of
      *> the board. One that starts inside the segment before it and
      *> runs at least to that segment's end takes over its tail;
      *> whether the result is allowed otherwise is for the
      *> continuity check to say.
       insert-new-segment.
           if ws-board-count >= 51
               display "particelle-sbmaint: storyboard already has "
                   "more than 50 segments, ADD refused"
               move -1 to ls-return-code
               exit paragraph
           end-if
           compute ws-target-index = ws-board-count + 1
           perform varying ws-segment-index from ws-board-count by -1
                   until ws-segment-index < 1
               if bs-from-frame(ws-segment-index) > ls-from-frame
                   move ws-segment-index to ws-target-index
               end-if
           end-perform
           perform varying ws-move-index from ws-board-count by -1
                   until ws-move-index < ws-target-index
               move ws-board-segment(ws-move-index)
                   to ws-board-segment(ws-move-index + 1)
           end-perform
           add 1 to ws-board-count
           perform store-new-values
           if ws-target-index > 1
               perform shrink-prior-segment
           end-if.

      *> The segment before an added one gives up the frames the new
      *> segment now covers: its to-frame comes back to the frame
      *> before the new from-frame.
       shrink-prior-segment.
           move ws-target-index to ws-segment-index
           subtract 1 from ws-segment-index
           if bs-from-frame(ws-segment-index) not numeric
                   or bs-to-frame(ws-segment-index) not numeric
               exit paragraph
           end-if
           if bs-from-number(ws-segment-index)
                   >= bs-from-number(ws-target-index)
                   or bs-to-number(ws-segment-index)
                       < bs-from-number(ws-target-index)
                   or bs-to-number(ws-segment-index)
                       > bs-to-number(ws-target-index)
               exit paragraph
           end-if
           move ws-board-segment(ws-segment-index)
               to ws-shift-old-segment
           compute bs-to-number(ws-segment-index) =
               bs-from-number(ws-target-index) - 1
           move ws-board-segment(ws-segment-index)
               to ws-shift-new-segment
           move "Y" to ws-shift-made.

       update-target-segment.
           move ws-board-segment(ws-target-index) to ws-old-segment
           perform store-new-values
           if ws-target-index < ws-board-count
                   and wo-to-frame <> ls-to-frame
               perform shift-next-segment
           end-if.

      *> The segment after an updated one starts where the update now
      *> ends: the boundary the two segments share moves as one. The
      *> neighbour must keep at least one frame - swallowing it whole
      *> is refused here, and is made instead by deleting the
      *> neighbour (its frames pass to this segment) and repeating
      *> the update.
       shift-next-segment.
           move ws-target-index to ws-segment-index
           add 1 to ws-segment-index
           if bs-from-frame(ws-segment-index) not numeric
                   or bs-to-frame(ws-segment-index) not numeric
               exit paragraph
           end-if
           compute ws-shift-from-frame = bs-to-number(ws-target-index)
               + 1
           if ws-shift-from-frame > bs-to-number(ws-segment-index)
               display "particelle-sbmaint: to-frame " ls-to-frame
                   " would leave segment "
                   bs-from-frame(ws-segment-index) "-"
                   bs-to-frame(ws-segment-index)
                   " empty; DELETE " bs-from-frame(ws-segment-index)
                   " to hand its frames to " ls-from-frame
                   ", then repeat the UPDATE"
               move -1 to ls-return-code
               exit paragraph
           end-if
           move ws-board-segment(ws-segment-index)
               to ws-shift-old-segment
           move ws-shift-from-frame to bs-from-number(ws-segment-index)
           move ws-board-segment(ws-segment-index)
               to ws-shift-new-segment
           move "Y" to ws-shift-made.

      *> A segment deleted from between two others leaves its frames
      *> to the segment before it, which now runs to the deleted
      *> segment's to-frame. The first or last segment just goes -
      *> the board then starts later or ends sooner.
       delete-target-segment.
           move ws-board-segment(ws-target-index) to ws-old-segment
           if ws-target-index > 1
                   and ws-target-index < ws-board-count
               perform extend-prior-segment
           end-if
           perform varying ws-move-index from ws-target-index by 1
                   until ws-move-index >= ws-board-count
               move ws-board-segment(ws-move-index + 1)
                   to ws-board-segment(ws-move-index)
           end-perform
           subtract 1 from ws-board-count.

       extend-prior-segment.
           move ws-target-index to ws-segment-index
           subtract 1 from ws-segment-index
           if bs-to-frame(ws-segment-index) not numeric
                   or wo-to-frame not numeric
               exit paragraph
           end-if
           move ws-board-segment(ws-segment-index)
               to ws-shift-old-segment
           move wo-to-frame to bs-to-frame(ws-segment-index)
           move ws-board-segment(ws-segment-index)
               to ws-shift-new-segment
           move "Y" to ws-shift-made.

       store-new-values.
           move spaces to ws-board-segment(ws-target-index)
           move ls-from-frame to bs-from-frame(ws-target-index)
           move ls-to-frame to bs-to-frame(ws-target-index)
           move ls-particle-count
               to bs-particle-count(ws-target-index)
           move ls-velocity to bs-velocity(ws-target-index)
           move ls-decay to bs-decay(ws-target-index)
           move ws-board-segment(ws-target-index) to ws-new-segment.

      *> The board as a whole: every segment must pass frameexport's
      *> own rules, and each segment must start on the frame after the
      *> one before it ends. Every problem is reported, not just the
      *> first, so one LIST shows the art leads all that needs fixing.
       check-board-continuity.
           move "Y" to ws-board-ok
           move "N" to ws-prior-usable
           if ws-board-count > 50
               display "particelle-sbmaint: storyboard has more than "
                   "50 segments"
               move "N" to ws-board-ok
           end-if
           perform varying ws-segment-index from 1 by 1
                   until ws-segment-index > ws-board-count
               perform check-one-segment
           end-perform.

       check-one-segment.
           if bs-from-frame(ws-segment-index) not numeric
                   or bs-to-frame(ws-segment-index) not numeric
               display "particelle-sbmaint: segment "
                   bs-from-frame(ws-segment-index) "-"
                   bs-to-frame(ws-segment-index)
                   " frame range not numeric"
               move "N" to ws-board-ok
               move "N" to ws-prior-usable
               exit paragraph
           end-if
           if bs-from-number(ws-segment-index) < 1
                   or bs-from-number(ws-segment-index)
                       > bs-to-number(ws-segment-index)
               display "particelle-sbmaint: segment "
                   bs-from-frame(ws-segment-index) "-"
                   bs-to-frame(ws-segment-index)
                   " frame range invalid"
               move "N" to ws-board-ok
           end-if

           if ws-prior-usable = "Y"
               evaluate true
                   when bs-from-number(ws-segment-index)
                           < ws-prior-from-frame
                       display "particelle-sbmaint: segment "
                           bs-from-frame(ws-segment-index) "-"
                           bs-to-frame(ws-segment-index)
                           " out of order, it starts before segment "
                           ws-prior-from-frame "-" ws-prior-to-frame
                       move "N" to ws-board-ok
                   when bs-from-number(ws-segment-index)
                           <= ws-prior-to-frame
                       display "particelle-sbmaint: segment "
                           bs-from-frame(ws-segment-index) "-"
                           bs-to-frame(ws-segment-index)
                           " overlaps segment "
                           ws-prior-from-frame "-" ws-prior-to-frame
                       move "N" to ws-board-ok
                   when bs-from-number(ws-segment-index)
                           > ws-prior-to-frame + 1
                       compute ws-gap-from-frame =
                           ws-prior-to-frame + 1
                       compute ws-gap-to-frame =
                           bs-from-number(ws-segment-index) - 1
                       display "particelle-sbmaint: frames "
                           ws-gap-from-frame "-" ws-gap-to-frame
                           " are in no segment, gap before segment "
                           bs-from-frame(ws-segment-index) "-"
                           bs-to-frame(ws-segment-index)
                       move "N" to ws-board-ok
               end-evaluate
           end-if
           move bs-from-number(ws-segment-index) to ws-prior-from-frame
           move bs-to-number(ws-segment-index) to ws-prior-to-frame
           move "Y" to ws-prior-usable

           if bs-particle-count(ws-segment-index) not numeric
               display "particelle-sbmaint: segment "
                   bs-from-frame(ws-segment-index) "-"
                   bs-to-frame(ws-segment-index)
                   " particle count not numeric"
               move "N" to ws-board-ok
           end-if
           move bs-velocity(ws-segment-index) to ws-decimal-field
           perform validate-decimal-field
           if ws-decimal-ok = "N"
               display "particelle-sbmaint: segment "
                   bs-from-frame(ws-segment-index) "-"
                   bs-to-frame(ws-segment-index)
                   " velocity not a plain decimal"
               move "N" to ws-board-ok
           end-if
           move bs-decay(ws-segment-index) to ws-decimal-field
           perform validate-decimal-field
           if ws-decimal-ok = "N"
               display "particelle-sbmaint: segment "
                   bs-from-frame(ws-segment-index) "-"
                   bs-to-frame(ws-segment-index)
                   " decay not a plain decimal"
               move "N" to ws-board-ok
           end-if.

       write-new-board.
           open output new-storyboard
           if ws-new-storyboard-status <> "00"
               display "particelle-sbmaint: new storyboard open "
                   "failed, status " ws-new-storyboard-status
               move 16 to ls-return-code
               exit paragraph
           end-if
           perform varying ws-segment-index from 1 by 1
                   until ws-segment-index > ws-board-count
               move ws-board-segment(ws-segment-index) to ns-line
               write ns-line
               if ws-new-storyboard-status <> "00"
                   display "particelle-sbmaint: new storyboard write "
                       "failed, status " ws-new-storyboard-status
                   move 16 to ls-return-code
               end-if
           end-perform
           close new-storyboard.

       replace-board.
           move "PARTICELLE.STORYBOARD" to ws-delete-file-name
           call "CBL_DELETE_FILE" using ws-delete-file-name
      *> A missing board is fine here - the very first ADD creates
      *> it - so only the rename result decides the outcome.
           move "PARTICELLE.STORYBOARD.NEW" to ws-rename-from
           move "PARTICELLE.STORYBOARD" to ws-rename-to
           call "CBL_RENAME_FILE" using ws-rename-from
               ws-rename-to
           end-call
           if return-code <> 0
               display "particelle-sbmaint: storyboard rename failed, "
                   "rc " return-code
               move 16 to ls-return-code
           end-if.

      *> The history lines go out only after the board rewrite has
      *> landed, so PARTICELLE.SBLOG never claims a change the board
      *> does not show.
       append-change-history.
           open extend storyboard-log
           if ws-sblog-status <> "00" and ws-sblog-status <> "05"
               display "particelle-sbmaint: change history open "
                   "failed, status " ws-sblog-status
               move 16 to ls-return-code
               exit paragraph
           end-if
           move ls-action to ws-history-action
           move ls-from-frame to ws-history-key
           move ws-old-segment to ws-history-old
           move ws-new-segment to ws-history-new
           perform write-history-line
           if ws-shift-made = "Y"
               move "SHIFT" to ws-history-action
               move ws-shift-old-segment to ws-history-old
               move ho-from-frame to ws-history-key
               move ws-shift-new-segment to ws-history-new
               perform write-history-line
           end-if
           close storyboard-log.

       write-history-line.
           move function current-date to bh-timestamp
           move ls-user-id to bh-user-id
           move ws-history-action to bh-action
           move ws-history-key to bh-segment-key
           move ho-from-frame to bh-old-from-frame
           move ho-to-frame to bh-old-to-frame
           move ho-particle-count to bh-old-particle-count
           move ho-velocity to bh-old-velocity
           move ho-decay to bh-old-decay
           move hn-from-frame to bh-new-from-frame
           move hn-to-frame to bh-new-to-frame
           move hn-particle-count to bh-new-particle-count
           move hn-velocity to bh-new-velocity
           move hn-decay to bh-new-decay
           write particelle-sblog-record
           if ws-sblog-status <> "00"
               display "particelle-sbmaint: change history write "
                   "failed, status " ws-sblog-status
               move 16 to ls-return-code
           end-if.

      *> Each frame of a segment is one particle run at the segment's
      *> count, so a segment costs its frame count times the sweep's
      *> duration for that count. The estimate is advice: going over
      *> the budget returns 4 and says so, but the board stands - the
      *> window can move, and the art leads may mean to trim later.
       estimate-render-time.
           perform load-capacity-curve
           if ws-curve-count = 0
               display "particelle-sbmaint: no ok points in "
                   "PARTICELLE.CAPACITY, render time not estimated"
               if ls-window-budget-secs > 0 and ls-return-code = 0
                   move 4 to ls-return-code
               end-if
               exit paragraph
           end-if
           display "ESTIMATE  BASIS " ws-sweep-header
           move 0 to ws-total-seconds
           move "Y" to ws-estimate-complete
           perform varying ws-segment-index from 1 by 1
                   until ws-segment-index > ws-board-count
               perform estimate-one-segment
           end-perform

           compute tl-total-seconds rounded = ws-total-seconds
           move ls-window-budget-secs to tl-budget
           move spaces to tl-partial
           if ws-estimate-complete = "N"
               move " (PARTIAL)" to tl-partial
           end-if
           evaluate true
               when ls-window-budget-secs <= 0
                   move "NO BUDGET GIVEN" to tl-verdict
               when ws-total-seconds > ls-window-budget-secs
                   move "OVER BUDGET" to tl-verdict
                   if ls-return-code = 0
                       move 4 to ls-return-code
                   end-if
               when other
                   move "WITHIN BUDGET" to tl-verdict
           end-evaluate
           display ws-total-line.

       estimate-one-segment.
           move bs-from-frame(ws-segment-index) to el-from-frame
           move bs-to-frame(ws-segment-index) to el-to-frame
           if bs-from-frame(ws-segment-index) not numeric
                   or bs-to-frame(ws-segment-index) not numeric
                   or bs-particle-count(ws-segment-index) not numeric
                   or bs-from-number(ws-segment-index)
                       > bs-to-number(ws-segment-index)
               display "ESTIMATE  " el-from-frame "-" el-to-frame
                   " NOT ESTIMATED, SEGMENT INVALID"
               move "N" to ws-estimate-complete
               exit paragraph
           end-if
           compute ws-segment-frames = bs-to-number(ws-segment-index)
               - bs-from-number(ws-segment-index) + 1
           compute ws-run-count =
               function numval(bs-particle-count(ws-segment-index))

           move "N" to ws-match-found
           perform varying ws-curve-index from 1 by 1
                   until ws-curve-index > ws-curve-count
               if cv-count(ws-curve-index) >= ws-run-count
                       and (ws-match-found = "N"
                           or cv-count(ws-curve-index) < ws-match-count)
                   move cv-count(ws-curve-index) to ws-match-count
                   move cv-duration(ws-curve-index)
                       to ws-match-duration
                   move "Y" to ws-match-found
               end-if
           end-perform
           if ws-match-found = "Y"
               move ws-match-duration to ws-frame-seconds
               move spaces to el-basis
           else
               if ws-largest-count > 0
                   compute ws-frame-seconds rounded =
                       ws-largest-duration * ws-run-count
                           / ws-largest-count
               else
                   move ws-largest-duration to ws-frame-seconds
               end-if
               move " EXTRAPOLATED" to el-basis
           end-if
           compute ws-segment-seconds =
               ws-frame-seconds * ws-segment-frames
           add ws-segment-seconds to ws-total-seconds

           move ws-segment-frames to el-frames
           move ws-run-count to el-count
           move ws-frame-seconds to el-frame-seconds
           compute el-segment-seconds rounded = ws-segment-seconds
           display ws-estimate-line.

       load-capacity-curve.
           move 0 to ws-curve-count
           move 0 to ws-largest-count
           move 0 to ws-largest-duration
           move spaces to ws-sweep-header
           open input capacity-report
           if ws-capacity-status <> "00"
               if ws-capacity-status <> "05"
                       and ws-capacity-status <> "35"
                   display "particelle-sbmaint: capacity report "
                       "open failed, status " ws-capacity-status
               else
                   if ws-capacity-status = "05"
                       close capacity-report
                   end-if
               end-if
               exit paragraph
           end-if
           move "N" to ws-capacity-eof
           perform until ws-capacity-eof = "Y"
               read capacity-report
                   at end
                       move "Y" to ws-capacity-eof
                   not at end
                       perform load-capacity-point
               end-read
           end-perform
           close capacity-report.

       load-capacity-point.
           if cr-line(1:6) = "SWEEP "
               move cr-line to ws-sweep-header
               exit paragraph
           end-if
           move cr-line to ws-capacity-parse
           if cp-label-count <> "COUNT="
               exit paragraph
           end-if
           compute ws-point-count =
               function numval(cp-count-text)
           compute ws-point-duration =
               function numval(cp-duration-text)
           compute ws-point-status =
               function numval(cp-status-text)
           if ws-point-status <> 0 or ws-curve-count >= 200
               exit paragraph
           end-if
           add 1 to ws-curve-count
           move ws-point-count to cv-count(ws-curve-count)
           move ws-point-duration to cv-duration(ws-curve-count)
           if ws-point-count > ws-largest-count
                   or ws-curve-count = 1
               move ws-point-count to ws-largest-count
               move ws-point-duration to ws-largest-duration
           end-if.

       end program "particelle-sbmaint".
