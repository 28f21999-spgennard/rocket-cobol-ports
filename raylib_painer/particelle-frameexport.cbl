      *> caller-configured number of frames, as it always has. Every
      *> rendered frame goes to its own numbered PARTICELLE.FRAME.nnnn
      *> file plus one PARTICELLE.MANIFEST line per frame (frame
      *> number, byte length, return status, producing segment,
      *> content checksum) so the art leads can review what an
      *> overnight run actually produced and the packer can tell a
      *> corrupted frame from a good one of the same size. Segments
      *> with invalid values are rejected before the first frame
      *> renders, not discovered mid-run.
      *> Called with the restart flag set, the job resumes a failed
      *> night instead of re-rendering it: it keeps the existing
      *> manifest and frame files, counts a frame as done only when
      *> its manifest line shows status zero and its file is on disk
      *> at the recorded byte length and content checksum, and
      *> renders only the frames that are not, each with its own
      *> segment's mix. The
      *> PARTICELLE.EXPORTCTL control record fingerprints the
      *> storyboard at the start of every attempt, so a restart
      *> refuses to run against a storyboard that changed since the
      *> interrupted run, and every manifest line carries the run id
      *> of the attempt that rendered its frame. The storyboard is
      *> read under the STORYBOARD lock (particelle-lock) so a
      *> maintenance edit cannot swap it out mid-read; an export
      *> that cannot get the lock warns and ends 8 before rendering.
       identification division.
       program-id. "particelle-frameexport".
       environment division.
           select frame-manifest assign to "PARTICELLE.MANIFEST"
               organization is line sequential
               file status is ws-manifest-status.
           select optional prior-manifest
               assign to "PARTICELLE.MANIFEST.PRIOR"
               organization is line sequential
               file status is ws-prior-manifest-status.
           select optional export-control
               assign to "PARTICELLE.EXPORTCTL"
               organization is line sequential
               file status is ws-export-control-status.
           select optional storyboard-file
               assign to "PARTICELLE.STORYBOARD"
               organization is line sequential
       fd  frame-file.
       01  ff-frame                    pic x(230400).
       fd  frame-manifest.
       01  mf-line                     pic x(55).
       fd  prior-manifest.
       01  pm-line                     pic x(55).
       fd  export-control.
       copy "particelle-exportctl.cpy".
       fd  storyboard-file.
       copy "particelle-storyboard.cpy".
       fd  particelle-audit-file.
       copy "particelle-audit.cpy".

       01  ws-manifest-status          pic x(2).
       01  ws-storyboard-status        pic x(2).
       01  ws-audit-file-status        pic x(2).
       01  ws-prior-manifest-status    pic x(2).
       01  ws-export-control-status    pic x(2).
       01  ws-abort-reason             pic x(60)
               value "Needs 64-bit COBOL environment - build aborted".
       01  ws-run-stamp                pic x(21).
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "AUDIT".
       01  ws-lock-program             pic x(24)
               value "particelle-frameexport".
       01  ws-lock-rc                  pic s9(9) comp-5.
       01  ws-board-lock-resource      pic x(24) value "STORYBOARD".
       01  ws-board-lock-rc            pic s9(9) comp-5.
       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).
       01  ws-storyboard-eof           pic x(1).
       01  ws-storyboard-driven        pic x(1) value "N".
       01  ws-segments-ok              pic x(1).
       copy "particelle-decimalwk.cpy".
       copy "particelle-checksumwk.cpy".

      *> One row per storyboard segment, loaded and validated whole
      *> before any frame renders. 50 segments is far past any
       01  ws-mix-metric               usage comp-1.
       01  ws-mix-status               pic s9(9) comp-5.

      *> The storyboard fingerprint and frame total this attempt is
      *> run against, compared with PARTICELLE.EXPORTCTL on restart.
       01  ws-board-line-count         pic 9(3) comp-5 value 0.
       01  ws-storyboard-checksum      pic 9(10) value 0.
       01  ws-expected-frames          pic 9(4) comp-5 value 0.
       01  ws-attempt-number           pic 9(2) comp-5 value 1.
       01  ws-manifest-eof             pic x(1).
       01  ws-frames-rendered          pic 9(4) comp-5 value 0.
       01  ws-frames-carried           pic 9(4) comp-5 value 0.
       01  ws-resume-frame             pic 9(4) comp-5 value 0.
       01  ws-delete-file-name         pic x(64).

      *> One row per frame number: what the earlier attempts left on
      *> file for it. "C" is a manifest line that claims the frame
      *> (status zero, bytes landed), "D" a claim the frame file on
      *> disk has since backed up. Only "D" frames are carried into
      *> the restarted manifest; everything else is rendered again.
       01  ws-done-table.
           05  ws-done-row             occurs 9999 times.
               10  dn-state            pic x(1).
               10  dn-line             pic x(55).

      *> The manifest's fixed columns as written below, read back as
      *> text on restart.
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
       01  ws-parsed-frame             pic 9(4) comp-5.

      *> One full 320x240 RGB24 frame, the layout the render library
      *> fills for the headless entry.
       01  ws-frame-buffer             pic x(230400).
       01  ws-frame-file-name          pic x(64).
       01  ws-render-status            pic s9(9) comp-5.
       01  ws-frame-bytes              pic 9(9) comp-5.
       01  ws-frame-checksum           pic 9(10).

       01  ws-manifest-line.
           05  mf-frame-number         pic 9(4).
           05  mf-return-status        pic -(8)9.
           05  filler                  pic x(1) value space.
           05  mf-segment-number       pic 9(3).
           05  filler                  pic x(1) value space.
           05  mf-run-id               pic x(15).
           05  filler                  pic x(1) value space.
           05  mf-frame-checksum       pic 9(10).

       linkage section.
       01  ls-frame-count              pic s9(9) comp-5.
       01  ls-restart-flag             pic x(1).
           88  ls-is-restart               value "Y".
       01  ls-return-code              pic s9(9) comp-5.

       procedure division using ls-frame-count ls-restart-flag
               ls-return-code.
       main-para.
           move 0 to ls-return-code
           perform ensure-run-id
           move spaces to ws-done-table

           move "ACQUIRE" to ws-lock-action
           call "particelle-lock" using ws-lock-action
               ws-board-lock-resource ws-lock-program ws-board-lock-rc
           end-call
           if ws-board-lock-rc <> 0
               perform raise-storyboard-busy-alert
               move 8 to ls-return-code
               goback
           end-if
           perform load-storyboard
           move "RELEASE" to ws-lock-action
           call "particelle-lock" using ws-lock-action
               ws-board-lock-resource ws-lock-program ws-board-lock-rc
           end-call
           if ls-return-code <> 0
               goback
           end-if
                   move particelle-return-code to ls-return-code
                   goback
               end-if
               move ls-frame-count to ws-expected-frames
           end-if

           if ws-is-64bit-build not = "Y"
               perform abort-for-32bit-environment
           end-if

           if ls-is-restart
               perform prepare-restart
           else
               perform record-export-control
           end-if
           if ls-return-code <> 0
               goback
           end-if

           open output frame-manifest
           if ws-manifest-status <> "00"
               display "particelle-frameexport: manifest open failed, "
               move 0 to ws-segment-number
               perform varying ws-frame-number from 1 by 1
                       until ws-frame-number > ls-frame-count
                   if dn-state(ws-frame-number) = "D"
                       perform carry-done-frame
                   else
                       perform export-one-frame
                   end-if
               end-perform
           end-if

           close frame-manifest
           perform write-export-audit-record
           if ls-is-restart
      *> The manifest is whole again, so the kept-frame copy taken at
      *> restart has done its job.
               move "PARTICELLE.MANIFEST.PRIOR" to ws-delete-file-name
               call "CBL_DELETE_FILE" using ws-delete-file-name
               display "particelle-frameexport: attempt "
                   ws-attempt-number " rendered " ws-frames-rendered
                   " frame(s), kept " ws-frames-carried
                   " from earlier attempts"
           end-if
           goback.

       ensure-run-id.
           move "Y" to ws-segments-ok
           move "N" to ws-storyboard-eof
           move 0 to ws-prior-to-frame
           move spaces to ws-checksum-area
           perform until ws-storyboard-eof = "Y"
               read storyboard-file
                   at end
                       move "Y" to ws-storyboard-eof
                   not at end
                       if sb-from-frame <> spaces
                           perform image-storyboard-line
                           perform load-one-segment
                       end-if
               end-read
           close storyboard-file
           if ws-segment-count > 0
               move "Y" to ws-storyboard-driven
               perform fingerprint-storyboard
           end-if
           if ws-segments-ok = "N"
               set particelle-bad-input to true
               move particelle-return-code to ls-return-code
           end-if.

      *> The segment lines are laid end to end in the checksum area
      *> exactly as the art leads typed them, so any edit to a
      *> segment - even one that leaves every value valid - changes
      *> the fingerprint a restart is checked against. Blank spacing
      *> lines are not segments and do not count.
       image-storyboard-line.
           if ws-board-line-count < 50
               add 1 to ws-board-line-count
               move storyboard-record
                   to ws-checksum-area((ws-board-line-count - 1) * 45
                       + 1:45)
           end-if.

       fingerprint-storyboard.
           compute ws-checksum-word-count =
               (ws-board-line-count * 45 + 3) / 4
           perform compute-content-checksum
           move ws-checksum-value to ws-storyboard-checksum
           move 0 to ws-expected-frames
           perform varying sg-idx from 1 by 1
                   until sg-idx > ws-segment-count
               compute ws-expected-frames = ws-expected-frames
                   + sg-to-frame(sg-idx) - sg-from-frame(sg-idx) + 1
           end-perform.

       copy "particelle-checksum.cpy".

       load-one-segment.
           add 1 to ws-segment-count
           if ws-segment-count > 50
               perform varying ws-frame-number
                       from sg-from-frame(sg-idx) by 1
                       until ws-frame-number > sg-to-frame(sg-idx)
                   if dn-state(ws-frame-number) = "D"
                       perform carry-done-frame
                   else
                       perform run-segment-mix
                       perform export-one-frame
                   end-if
               end-perform
           end-perform.

      *> A frame an earlier attempt already delivered keeps that
      *> attempt's manifest line verbatim - run id and all - so the
      *> finished manifest shows which attempt produced each frame.
       carry-done-frame.
           move dn-line(ws-frame-number) to mf-line
           write mf-line
           if ws-manifest-status <> "00"
               display "particelle-frameexport: manifest write failed, "
                   "status " ws-manifest-status
           end-if
           add 1 to ws-frames-carried.

      *> The segment's mix is run through particelle5 first, so the
      *> frame captured next reflects the segment's particle count,
      *> velocity and decay rather than the library's fixed scene;
           end-call.

       export-one-frame.
           add 1 to ws-frames-rendered
           if ws-storyboard-driven = "Y" and ws-mix-status <> 0
      *> The mix never ran, so there is no frame worth capturing;
      *> the manifest line carries the mix status instead of a
                   ws-frame-number-display " render failed, status "
                   ws-render-status
               move 0 to ws-frame-bytes
               move 0 to ws-frame-checksum
               perform write-manifest-line
      *> A clean run so far takes this frame's status as is - even a
      *> negative one, so a night of nothing but call failures does
               delimited by size into ws-frame-file-name
           end-string
           move 0 to ws-frame-bytes
           move 0 to ws-frame-checksum
           open output frame-file
           if ws-frame-file-status <> "00"
               display "particelle-frameexport: frame file "
                   move 16 to ls-return-code
               else
                   move ws-buffer-length to ws-frame-bytes
                   perform checksum-frame-buffer
               end-if
               close frame-file
           end-if
           perform write-manifest-line.

      *> The checksum is taken over the frame exactly as it was
      *> written, so every later check - restart, PACK, UNPACK,
      *> delivery - compares against what left the renderer.
       checksum-frame-buffer.
           move ws-frame-buffer to ws-checksum-area
           move 57600 to ws-checksum-word-count
           perform compute-content-checksum
           move ws-checksum-value to ws-frame-checksum.

       write-manifest-line.
      *> mf-byte-length is the bytes actually landed on disk for the
      *> frame, so a render that succeeded but could not be written
      *> shows as zero length rather than claiming a full frame.
      *> mf-segment-number says which storyboard segment produced
      *> the frame; zero means the fixed-scene export.
      *> mf-frame-checksum is zero for a frame that never landed.
           move ws-frame-number-display to mf-frame-number
           move ws-frame-bytes to mf-byte-length
           move ws-render-status to mf-return-status
           move ws-segment-number to mf-segment-number
           move pri-run-id to mf-run-id
           move ws-frame-checksum to mf-frame-checksum
           move ws-manifest-line to mf-line
           write mf-line
           if ws-manifest-status <> "00"
                   "status " ws-manifest-status
           end-if.

      *> A fresh export is attempt one of its own: the control record
      *> is stamped before the first frame renders, so a night that
      *> dies at any frame can be restarted against it. A kept-frame
      *> copy left behind by an earlier restart that never finished
      *> belongs to the export this one replaces and is removed.
       record-export-control.
           move "PARTICELLE.MANIFEST.PRIOR" to ws-delete-file-name
           call "CBL_DELETE_FILE" using ws-delete-file-name
           move 1 to ws-attempt-number
           move spaces to export-control-record
           move pri-run-id to ec-first-run-id
           perform write-export-control.

       write-export-control.
           move pri-run-id to ec-attempt-run-id
           move ws-attempt-number to ec-attempt-number
           move ws-segment-count to ec-segment-count
           move ws-storyboard-checksum to ec-storyboard-checksum
           move ws-expected-frames to ec-expected-frames
           open output export-control
           if ws-export-control-status <> "00"
      *> Without the control record a failure tonight could not be
      *> restarted, only re-run whole - refuse now, while that costs
      *> nothing.
               display "particelle-frameexport: export control open "
                   "failed, status " ws-export-control-status
               move 16 to ls-return-code
               exit paragraph
           end-if
           write export-control-record
           if ws-export-control-status <> "00"
               display "particelle-frameexport: export control write "
                   "failed, status " ws-export-control-status
               move 16 to ls-return-code
           end-if
           close export-control.

       prepare-restart.
           open input export-control
           if ws-export-control-status <> "00"
               display "particelle-frameexport: no export control "
                   "record on file, nothing to restart"
               move 8 to ls-return-code
               exit paragraph
           end-if
           read export-control
           if ws-export-control-status <> "00"
               display "particelle-frameexport: export control read "
                   "failed, status " ws-export-control-status
                   ", restart refused"
               close export-control
               move 8 to ls-return-code
               exit paragraph
           end-if
           close export-control
           if ec-segment-count not numeric
                   or ec-storyboard-checksum not numeric
                   or ec-expected-frames not numeric
                   or ec-attempt-number not numeric
               display "particelle-frameexport: export control record "
                   "unreadable, restart refused"
               move 8 to ls-return-code
               exit paragraph
           end-if
      *> Resuming against a different board would stitch two
      *> sequences into one manifest: frames before the resume point
      *> rendered from the old segments, frames after it from the
      *> new. A changed board - or a changed frame count for the
      *> fixed scene - means a fresh run, not a restart.
           if ec-segment-count <> ws-segment-count
                   or ec-storyboard-checksum <> ws-storyboard-checksum
                   or ec-expected-frames <> ws-expected-frames
               display "particelle-frameexport: storyboard or frame "
                   "count changed since run " ec-first-run-id
                   ", restart refused"
               move 8 to ls-return-code
               exit paragraph
           end-if
           if ec-attempt-number >= 99
               display "particelle-frameexport: export has been "
                   "attempted 99 times, restart refused"
               move 8 to ls-return-code
               exit paragraph
           end-if

      *> The kept-frame copy from an interrupted restart is read
      *> first and the manifest second, so the latest attempt's line
      *> for a frame wins.
           perform load-prior-manifest
           perform load-current-manifest
           perform verify-claimed-frames
           perform keep-done-frames
           if ls-return-code <> 0
               exit paragraph
           end-if

           compute ws-attempt-number = ec-attempt-number + 1
           perform write-export-control
           if ls-return-code <> 0
               exit paragraph
           end-if
           perform find-resume-frame
           if ws-resume-frame = 0
               display "particelle-frameexport: every frame already "
                   "done, manifest rewritten only"
           else
               display "particelle-frameexport: restarting run "
                   ec-first-run-id " at frame " ws-resume-frame
                   ", attempt " ws-attempt-number
           end-if.

       load-prior-manifest.
           open input prior-manifest
           if ws-prior-manifest-status <> "00"
      *> An absent optional file still opens (status 05) and must be
      *> closed again before keep-done-frames reopens it for output.
               if ws-prior-manifest-status = "05"
                   close prior-manifest
                   exit paragraph
               end-if
               if ws-prior-manifest-status <> "35"
                   display "particelle-frameexport: kept-frame copy "
                       "open failed, status " ws-prior-manifest-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-manifest-eof
           perform until ws-manifest-eof = "Y"
               read prior-manifest
                   at end
                       move "Y" to ws-manifest-eof
                   not at end
                       move pm-line to ws-manifest-parse
                       perform claim-one-manifest-line
               end-read
           end-perform
           close prior-manifest.

       load-current-manifest.
           open input frame-manifest
           if ws-manifest-status <> "00"
      *> No manifest at all just means nothing was finished - the
      *> restart then renders every frame, which is still right.
               if ws-manifest-status <> "05"
                       and ws-manifest-status <> "35"
                   display "particelle-frameexport: manifest open "
                       "failed, status " ws-manifest-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-manifest-eof
           perform until ws-manifest-eof = "Y"
               read frame-manifest
                   at end
                       move "Y" to ws-manifest-eof
                   not at end
                       move mf-line to ws-manifest-parse
                       perform claim-one-manifest-line
               end-read
           end-perform
           close frame-manifest.

       claim-one-manifest-line.
           if mp-frame-number not numeric
               exit paragraph
           end-if
           move mp-frame-number to ws-parsed-frame
           if ws-parsed-frame < 1
               exit paragraph
           end-if
      *> Only a clean line claims the frame. A failed line never
      *> withdraws an earlier claim: the failed attempt wrote no
      *> file, and whatever it may have damaged on disk the verify
      *> pass below will catch.
           if function numval(mp-return-status) = 0
                   and function numval(mp-byte-length) > 0
               move "C" to dn-state(ws-parsed-frame)
               move ws-manifest-parse to dn-line(ws-parsed-frame)
           end-if.

      *> A claim is only as good as the file behind it: the frame
      *> record is fixed at the full frame width, so a clean read is
      *> the length check, and the content must still sum to the
      *> checksum the claiming attempt recorded - exactly as
      *> particelle-framepack verifies. A line written before frames
      *> carried checksums cannot be vouched for and is rendered
      *> again.
       verify-claimed-frames.
           perform varying ws-frame-number from 1 by 1
                   until ws-frame-number > 9999
               if dn-state(ws-frame-number) = "C"
                   perform verify-one-claim
               end-if
           end-perform.

       verify-one-claim.
           move dn-line(ws-frame-number) to ws-manifest-parse
           move ws-frame-number to ws-frame-number-display
           move spaces to ws-frame-file-name
           string "PARTICELLE.FRAME." ws-frame-number-display
               delimited by size into ws-frame-file-name
           end-string
           open input frame-file
           if ws-frame-file-status <> "00"
               move space to dn-state(ws-frame-number)
               exit paragraph
           end-if
           read frame-file
           move space to dn-state(ws-frame-number)
           if ws-frame-file-status = "00"
                   and function numval(mp-byte-length) = 230400
                   and mp-frame-checksum numeric
               move ff-frame to ws-checksum-area
               move 57600 to ws-checksum-word-count
               perform compute-content-checksum
               if ws-checksum-value = mp-frame-checksum
                   move "D" to dn-state(ws-frame-number)
               end-if
           end-if
           close frame-file.

      *> The verified frames are copied aside before the manifest is
      *> reopened for output, so a restart that itself dies part way
      *> still knows every frame the night has already delivered.
       keep-done-frames.
           open output prior-manifest
           if ws-prior-manifest-status <> "00"
                   and ws-prior-manifest-status <> "05"
               display "particelle-frameexport: kept-frame copy open "
                   "failed, status " ws-prior-manifest-status
                   ", restart refused"
               move 16 to ls-return-code
               exit paragraph
           end-if
           perform varying ws-frame-number from 1 by 1
                   until ws-frame-number > 9999
               if dn-state(ws-frame-number) = "D"
                   move dn-line(ws-frame-number) to pm-line
                   write pm-line
                   if ws-prior-manifest-status <> "00"
                       display "particelle-frameexport: kept-frame "
                           "copy write failed, status "
                           ws-prior-manifest-status
                       move 16 to ls-return-code
                   end-if
               end-if
           end-perform
           close prior-manifest.

       find-resume-frame.
           move 0 to ws-resume-frame
           if ws-storyboard-driven = "Y"
               perform varying sg-idx from 1 by 1
                       until sg-idx > ws-segment-count
                           or ws-resume-frame > 0
                   perform varying ws-frame-number
                           from sg-from-frame(sg-idx) by 1
                           until ws-frame-number > sg-to-frame(sg-idx)
                               or ws-resume-frame > 0
                       if dn-state(ws-frame-number) <> "D"
                           move ws-frame-number to ws-resume-frame
                       end-if
                   end-perform
               end-perform
           else
               perform varying ws-frame-number from 1 by 1
                       until ws-frame-number > ls-frame-count
                           or ws-resume-frame > 0
                   if dn-state(ws-frame-number) <> "D"
                       move ws-frame-number to ws-resume-frame
                   end-if
               end-perform
           end-if.

      *> One CALL record per attempt, carrying the number of frames
      *> this attempt actually rendered (frames carried from an
      *> earlier attempt were billed to it), so the audit trail and
      *> chargeback see export work the way they see particle runs.
       write-export-audit-record.
           move function current-date to pa-timestamp
           move "CALL " to pa-record-type
           move "PARTICELLE_RENDER_TO_BUFFER" to pa-entry-name
           move "Y" to pa-arg-present
           move ws-frames-rendered to pa-int-arg
           move ls-return-code to pa-return-code
           move spaces to pa-reason
           move pri-run-id to pa-run-id
           move pri-cost-center to pa-cost-center
           perform lock-audit-trail
           open extend particelle-audit-file
           if ws-audit-file-status = "00" or ws-audit-file-status = "05"
               write particelle-audit-record
               close particelle-audit-file
           else
               display "particelle-frameexport: audit file open failed, "
                   "status " ws-audit-file-status
           end-if
           perform unlock-audit-trail.

       abort-for-32bit-environment.
           move function current-date to pa-timestamp
           move "ABORT" to pa-record-type
           move 12 to pa-return-code
           move ws-abort-reason to pa-reason
           move pri-run-id to pa-run-id
           move pri-cost-center to pa-cost-center
           display ws-abort-reason
           perform lock-audit-trail
           open extend particelle-audit-file
           if ws-audit-file-status = "00" or ws-audit-file-status = "05"
               write particelle-audit-record
               display "particelle-frameexport: audit file open failed, "
                   "status " ws-audit-file-status
           end-if
           perform unlock-audit-trail
           set particelle-env-unsupported to true
           move particelle-return-code to ls-return-code
           goback.

       raise-storyboard-busy-alert.
           move "WARN" to ws-alert-severity
           move "particelle-frameexport" to ws-alert-source
           move "LOCK-TIMEOUT" to ws-alert-condition
           move spaces to ws-alert-detail
           string pri-run-id " STORYBOARD busy, nothing exported"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

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
               move "particelle-frameexport" to ws-alert-source
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

       end program "particelle-frameexport".
