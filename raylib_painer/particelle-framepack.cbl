      *> loose PARTICELLE.FRAME.nnnn files for operations to move by
      *> hand, and sets have shipped with silently missing frames. In
      *> mode PACK this job reads PARTICELLE.MANIFEST, verifies every
      *> listed frame file exists, matches its recorded byte length
      *> and still sums to its recorded content checksum, bundles the
      *> verified frames into one PARTICELLE.FRAMEPACK file with an
      *> index block (frame number, offset, length, checksum) ahead
      *> of the frame data, stamped with the export's run id from
      *> PARTICELLE.EXPORTCTL so the bundle says which night it
      *> holds, and writes a PARTICELLE.PACKREPORT naming any frame
      *> that is missing, short, corrupted, or was failed in the
      *> manifest. Any such frame fails the pack - no bundle is
      *> produced - because warning past a hole is exactly how the
      *> short sets shipped. Mode UNPACK restores frames from the
      *> pack for review: all of them, or just the one the caller
      *> names. Each frame is checked against its index checksum
      *> first, and one that fails it is named and not restored.
       identification division.
       program-id. "particelle-framepack".
       environment division.
           select pack-report assign to "PARTICELLE.PACKREPORT"
               organization is line sequential
               file status is ws-report-status.
           select optional export-control
               assign to "PARTICELLE.EXPORTCTL"
               organization is line sequential
               file status is ws-export-control-status.

       data division.
       file section.
       fd  frame-manifest.
       01  mf-line                     pic x(55).
       fd  frame-file.
       01  ff-frame                    pic x(230400).
       fd  framepack-file.
       copy "particelle-framepack.cpy".
       fd  pack-report.
       01  pr-line                     pic x(80).
       fd  export-control.
       copy "particelle-exportctl.cpy".

       working-storage section.
       01  ws-manifest-status          pic x(2).
       01  ws-frame-file-status        pic x(2).
       01  ws-framepack-status         pic x(2).
       01  ws-report-status            pic x(2).
       01  ws-export-control-status    pic x(2).
       01  ws-pack-run-id              pic x(15) value spaces.
       01  ws-manifest-eof             pic x(1).
       01  ws-frame-file-name          pic x(64).
       01  ws-delete-file-name         pic x(64).
       01  ws-unpack-index             pic 9(4) comp-5.
       01  ws-restored-count           pic 9(4) comp-5 value 0.
       01  ws-frame-number-display     pic 9(4).
       01  ws-corrupt-count            pic 9(4) comp-5 value 0.
       copy "particelle-checksumwk.cpy".

      *> The manifest's fixed columns as particelle-frameexport
      *> writes them: frame number, bytes landed on disk, render
      *> status, producing segment, producing attempt, content
      *> checksum.
       01  ws-manifest-parse.
           05  mp-frame-number         pic x(4).
           05  filler                  pic x(1).
           05  mp-return-status        pic x(9).
           05  filler                  pic x(1).
           05  mp-segment-number       pic x(3).
           05  filler                  pic x(1).
           05  mp-run-id               pic x(15).
           05  filler                  pic x(1).
           05  mp-frame-checksum       pic x(10).

      *> One row per manifest line - the full 9999-frame night fits.
       01  ws-frame-table.
                                       indexed by fr-idx.
               10  ft-frame-number     pic 9(4).
               10  ft-byte-length      pic 9(9) comp-5.
               10  ft-frame-checksum   pic 9(10).

       01  ws-problem-line.
           05  filler                  pic x(6) value "FRAME ".
      *> Marked zero-length so the verify pass below skips the file
      *> check - the manifest already told us everything.
               move 0 to ft-byte-length(ws-frame-count)
               exit paragraph
           end-if
      *> A line from before frames carried checksums gives nothing to
      *> verify the content against, so the frame cannot ship.
           if mp-frame-checksum not numeric
               move mp-frame-number to pb-frame-number
               move "NO-CHECKSUM" to pb-problem
               move ws-problem-line to pr-line
               write pr-line
               add 1 to ws-problem-count
               move 0 to ft-byte-length(ws-frame-count)
               exit paragraph
           end-if
           move mp-frame-checksum to ft-frame-checksum(ws-frame-count).

       verify-all-frames.
           perform varying fr-idx from 1 by 1
           end-if
      *> The frame record is fixed at the full frame width, so a
      *> clean read is the length check: a truncated file cannot
      *> deliver the record and reads back a non-zero status. A
      *> frame of the right size must then still sum to the checksum
      *> the export recorded for it.
           read frame-file
           if ws-frame-file-status <> "00"
                   or ft-byte-length(fr-idx) not = 230400
               move ws-problem-line to pr-line
               write pr-line
               add 1 to ws-problem-count
           else
               move ff-frame to ws-checksum-area
               move 57600 to ws-checksum-word-count
               perform compute-content-checksum
               if ws-checksum-value not = ft-frame-checksum(fr-idx)
                   move ft-frame-number(fr-idx) to pb-frame-number
                   move "CHECKSUM-MISMATCH" to pb-problem
                   move ws-problem-line to pr-line
                   write pr-line
                   add 1 to ws-problem-count
               end-if
           end-if
           close frame-file.

       copy "particelle-checksum.cpy".

       write-framepack.
           open output framepack-file
           if ws-framepack-status <> "00"
               move 16 to ls-return-code
               exit paragraph
           end-if
           perform read-export-run-id
           move spaces to pk-header
           move "FRAMES" to pk-header-tag
           move ws-frame-count to pk-header-count
           move ws-pack-run-id to pk-header-run-id
           write pk-header
           move 0 to ws-running-offset
           perform varying fr-idx from 1 by 1
               move ft-frame-number(fr-idx) to pk-frame-number
               move ws-running-offset to pk-frame-offset
               move ft-byte-length(fr-idx) to pk-frame-length
               move ft-frame-checksum(fr-idx) to pk-frame-checksum
               write pk-index-entry
               add ft-byte-length(fr-idx) to ws-running-offset
           end-perform
               call "CBL_DELETE_FILE" using ws-delete-file-name
           end-if.

      *> The run id is the export's first attempt, the same id the
      *> delivery ships under. With no control record on file the
      *> header run id is left blank, which no delivery will accept.
       read-export-run-id.
           open input export-control
           if ws-export-control-status <> "00"
               if ws-export-control-status = "05"
                   close export-control
               end-if
               display "particelle-framepack: no export control "
                   "record on file, pack carries no run id"
               exit paragraph
           end-if
           read export-control
           if ws-export-control-status = "00"
               move ec-first-run-id to ws-pack-run-id
           else
               display "particelle-framepack: export control record "
                   "unreadable, pack carries no run id"
           end-if
           close export-control.

       copy-frame-into-pack.
           move spaces to ws-frame-file-name
           string "PARTICELLE.FRAME." ft-frame-number(fr-idx)
               else
                   move pk-frame-number
                       to ft-frame-number(ws-unpack-index)
                   move pk-frame-checksum
                       to ft-frame-checksum(ws-unpack-index)
               end-if
           end-perform
           perform varying ws-unpack-index from 1 by 1
           close framepack-file
           display "particelle-framepack: " ws-restored-count
               " frame(s) restored"
           if ls-return-code = 0 and ws-corrupt-count > 0
               display "particelle-framepack: " ws-corrupt-count
                   " frame(s) failed their checksum, not restored"
               move 8 to ls-return-code
           end-if
           if ls-return-code = 0 and ls-frame-number > 0
                   and ws-restored-count = 0
               display "particelle-framepack: frame "
                   and ws-frame-number-display not = ls-frame-number
               exit paragraph
           end-if
      *> A frame damaged inside the pack would otherwise come back
      *> to the reviewer looking exactly like a good one.
           move pk-frame to ws-checksum-area
           move 57600 to ws-checksum-word-count
           perform compute-content-checksum
           if ws-checksum-value
                   not = ft-frame-checksum(ws-unpack-index)
               display "particelle-framepack: frame "
                   ws-frame-number-display " CHECKSUM-MISMATCH, "
                   "not restored"
               add 1 to ws-corrupt-count
               exit paragraph
           end-if
           move spaces to ws-frame-file-name
           string "PARTICELLE.FRAME." ws-frame-number-display
               delimited by size into ws-frame-file-name
