      $set sourceformat(free)
      *> Outbound delivery of the night's PARTICELLE.FRAMEPACK. Once
      *> a pack leaves the box nothing on our side said what was
      *> sent, so nothing could say what the post house failed to
      *> get. This job reads the pack back whole and re-checks every
      *> frame against its index checksum - a pack damaged since
      *> PACK is refused, not shipped - then stages a copy as
      *> PARTICELLE.OUTPACK.<run id> beside a transmission manifest,
      *> PARTICELLE.TRANSMIT.<run id>: run id, frame count, checksum
      *> per frame and a checksum for the whole pack. The run id is
      *> the export's own, from PARTICELLE.EXPORTCTL, so a restarted
      *> export still ships under the run that began it. The staged
      *> delivery is recorded as STAGED in the PARTICELLE.DELIVERIES
      *> ledger, which particelle-receipt reconciles against the post
      *> house's acknowledgement. Staging runs under the DELIVERIES
      *> lock (particelle-lock); a delivery that cannot get the lock
      *> stages nothing, warns and returns 8. A pack whose header
      *> names a different run than EXPORTCTL - an older night's
      *> bundle left behind by a PACK that failed - is refused the
      *> same way, never shipped under tonight's run id.
       identification division.
       program-id. "particelle-delivery".
       environment division.
       input-output section.
       file-control.
           select framepack-file assign to "PARTICELLE.FRAMEPACK"
               organization is sequential
               file status is ws-framepack-status.
           select optional export-control
               assign to "PARTICELLE.EXPORTCTL"
               organization is line sequential
               file status is ws-export-control-status.
           select transmit-file assign to dynamic ws-transmit-file-name
               organization is line sequential
               file status is ws-transmit-status.
           select optional delivery-ledger
               assign to "PARTICELLE.DELIVERIES"
               organization is line sequential
               file status is ws-ledger-status.
           select new-ledger assign to "PARTICELLE.DELIVERIES.NEW"
               organization is line sequential
               file status is ws-new-ledger-status.

       data division.
       file section.
       fd  framepack-file.
       copy "particelle-framepack.cpy".
       fd  export-control.
       copy "particelle-exportctl.cpy".
       fd  transmit-file.
       01  tm-line                     pic x(90).
       fd  delivery-ledger.
       copy "particelle-delivery.cpy".
       fd  new-ledger.
      *> Carries whole particelle-delivery.cpy records verbatim, so
      *> its width must track that copybook's record length.
       01  nd-line                     pic x(94).

       working-storage section.
       01  ws-framepack-status         pic x(2).
       01  ws-export-control-status    pic x(2).
       01  ws-transmit-status          pic x(2).
       01  ws-ledger-status            pic x(2).
       01  ws-new-ledger-status        pic x(2).
       01  ws-ledger-eof               pic x(1).
       01  ws-ledger-found             pic x(1).
       01  ws-delivery-run-id          pic x(15).
       01  ws-pack-run-id              pic x(15).
       01  ws-staged-timestamp         pic x(21).
       01  ws-fresh-row                pic x(94).
       01  ws-transmit-file-name       pic x(64).
       01  ws-copy-from                pic x(64).
       01  ws-copy-to                  pic x(64).
       01  ws-delete-file-name         pic x(64).
       01  ws-rename-from              pic x(64).
       01  ws-rename-to                pic x(64).
       01  ws-file-details             pic x(16).
       01  ws-earlier-status-stamp     pic x(14).
       01  ws-frame-index              pic 9(4) comp-5.
       01  ws-corrupt-count            pic 9(4) comp-5 value 0.
       01  ws-corrupt-display          pic 9(4).
       01  ws-pack-checksum            pic 9(10) value 0.
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "DELIVERIES".
       01  ws-lock-program             pic x(24)
               value "particelle-delivery".
       01  ws-lock-rc                  pic s9(9) comp-5.
       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).
       copy "particelle-checksumwk.cpy".
       copy "particelle-transmit.cpy".

      *> The pack's index as read back - the full 9999-frame night
      *> fits - checked against the frame data that follows it.
       01  ws-pack-table.
           05  ws-pack-frame-count     pic 9(4) comp-5 value 0.
           05  ws-pack-row             occurs 9999 times.
               10  px-frame-number     pic 9(4).
               10  px-frame-length     pic 9(9).
               10  px-frame-checksum   pic 9(10).

       linkage section.
       01  ls-return-code              pic s9(9) comp-5.

       procedure division using ls-return-code.
       main-para.
           move 0 to ls-return-code

           perform read-export-control
           if ls-return-code <> 0
               goback
           end-if
           perform verify-pack
           if ls-return-code <> 0
               goback
           end-if
           perform compute-pack-checksum

           move "ACQUIRE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           if ws-lock-rc <> 0
               perform raise-lock-timeout-alert
               move 8 to ls-return-code
               goback
           end-if
           move function current-date to ws-staged-timestamp
           perform stage-pack
           if ls-return-code = 0
               perform write-transmit-manifest
           end-if
           if ls-return-code = 0
               perform record-delivery
           end-if
           if ls-return-code = 0
               perform set-aside-earlier-receipt
           end-if
           move "RELEASE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call

           if ls-return-code < 8
               display "particelle-delivery: run " ws-delivery-run-id
                   " staged, " ws-pack-frame-count " frame(s), pack "
                   "checksum " ws-pack-checksum
           end-if
           goback.

       read-export-control.
           open input export-control
           if ws-export-control-status <> "00"
               if ws-export-control-status = "05"
                   close export-control
               end-if
               display "particelle-delivery: no export control record "
                   "on file, nothing to deliver"
               move 8 to ls-return-code
               exit paragraph
           end-if
           read export-control
           if ws-export-control-status <> "00"
                   or ec-first-run-id = spaces
               display "particelle-delivery: export control record "
                   "unreadable, nothing delivered"
               move 8 to ls-return-code
           else
               move ec-first-run-id to ws-delivery-run-id
           end-if
           close export-control.

      *> The pack is read back exactly as the post house will get it:
      *> header, index, then every frame summed again and held to its
      *> index checksum. One corrupted frame refuses the whole
      *> delivery - the receipt would only find it a day later.
       verify-pack.
           open input framepack-file
           if ws-framepack-status <> "00"
               display "particelle-delivery: pack open failed, "
                   "status " ws-framepack-status
               move 16 to ls-return-code
               exit paragraph
           end-if
           read framepack-file
           if ws-framepack-status <> "00"
                   or pk-header-tag not = "FRAMES"
                   or pk-header-count not numeric
               display "particelle-delivery: pack header missing "
                   "or unreadable, nothing delivered"
               close framepack-file
               move 8 to ls-return-code
               exit paragraph
           end-if
           if pk-header-run-id not = ws-delivery-run-id
               move pk-header-run-id to ws-pack-run-id
               close framepack-file
               perform raise-stale-pack-alert
               move 8 to ls-return-code
               exit paragraph
           end-if
           move pk-header-count to ws-pack-frame-count
           if ws-pack-frame-count = 0
               display "particelle-delivery: pack is empty, nothing "
                   "delivered"
               close framepack-file
               move 8 to ls-return-code
               exit paragraph
           end-if
           perform varying ws-frame-index from 1 by 1
                   until ws-frame-index > ws-pack-frame-count
                       or ls-return-code <> 0
               read framepack-file
               if ws-framepack-status <> "00"
                   display "particelle-delivery: pack index read "
                       "failed, status " ws-framepack-status
                   move 16 to ls-return-code
               else
                   move pk-frame-number
                       to px-frame-number(ws-frame-index)
                   move pk-frame-length
                       to px-frame-length(ws-frame-index)
                   move pk-frame-checksum
                       to px-frame-checksum(ws-frame-index)
               end-if
           end-perform
           perform varying ws-frame-index from 1 by 1
                   until ws-frame-index > ws-pack-frame-count
                       or ls-return-code <> 0
               perform verify-one-pack-frame
           end-perform
           close framepack-file
           if ls-return-code = 0 and ws-corrupt-count > 0
               perform raise-corrupt-pack-alert
               move 8 to ls-return-code
           end-if.

       verify-one-pack-frame.
           read framepack-file
           if ws-framepack-status <> "00"
               display "particelle-delivery: pack data read failed, "
                   "status " ws-framepack-status
               move 16 to ls-return-code
               exit paragraph
           end-if
           move pk-frame to ws-checksum-area
           move 57600 to ws-checksum-word-count
           perform compute-content-checksum
           if ws-checksum-value
                   not = px-frame-checksum(ws-frame-index)
               display "particelle-delivery: frame "
                   px-frame-number(ws-frame-index)
                   " CHECKSUM-MISMATCH in pack"
               add 1 to ws-corrupt-count
           end-if.

      *> Frame numbers and frame checksums laid end to end in index
      *> order, fourteen bytes a frame, then summed with the same
      *> checksum as the frames themselves.
       compute-pack-checksum.
           move spaces to ws-checksum-area
           perform varying ws-frame-index from 1 by 1
                   until ws-frame-index > ws-pack-frame-count
               move px-frame-number(ws-frame-index)
                   to ws-checksum-area((ws-frame-index - 1) * 14
                       + 1:4)
               move px-frame-checksum(ws-frame-index)
                   to ws-checksum-area((ws-frame-index - 1) * 14
                       + 5:10)
           end-perform
           compute ws-checksum-word-count =
               (ws-pack-frame-count * 14 + 3) / 4
           perform compute-content-checksum
           move ws-checksum-value to ws-pack-checksum.

       copy "particelle-checksum.cpy".

       stage-pack.
           move spaces to ws-copy-to
           string "PARTICELLE.OUTPACK." ws-delivery-run-id
               delimited by space into ws-copy-to
           end-string
           move "PARTICELLE.FRAMEPACK" to ws-copy-from
           call "CBL_COPY_FILE" using ws-copy-from ws-copy-to
           end-call
           if return-code <> 0
               display "particelle-delivery: pack copy to "
                   ws-copy-to " failed, rc " return-code
               move 16 to ls-return-code
           end-if.

       write-transmit-manifest.
           move spaces to ws-transmit-file-name
           string "PARTICELLE.TRANSMIT." ws-delivery-run-id
               delimited by space into ws-transmit-file-name
           end-string
           open output transmit-file
           if ws-transmit-status <> "00"
               display "particelle-delivery: transmission manifest "
                   "open failed, status " ws-transmit-status
               move 16 to ls-return-code
               exit paragraph
           end-if
           move "TRANSMIT " to tx-header-tag
           move ws-delivery-run-id to tx-run-id
           move ws-pack-frame-count to tx-frame-count
           move ws-pack-checksum to tx-pack-checksum
           move ws-staged-timestamp to tx-staged-timestamp
           move tx-header-line to tm-line
           perform write-transmit-line
           perform varying ws-frame-index from 1 by 1
                   until ws-frame-index > ws-pack-frame-count
               move "FRAME " to tx-frame-tag
               move px-frame-number(ws-frame-index) to tx-frame-number
               move px-frame-length(ws-frame-index) to tx-frame-length
               move px-frame-checksum(ws-frame-index)
                   to tx-frame-checksum
               move tx-frame-line to tm-line
               perform write-transmit-line
           end-perform
           close transmit-file.

       write-transmit-line.
           write tm-line
           if ws-transmit-status <> "00"
               display "particelle-delivery: transmission manifest "
                   "write failed, status " ws-transmit-status
               move 16 to ls-return-code
           end-if.

      *> The ledger is rewritten whole, the same two-step the catalog
      *> maintenance uses: every other delivery is carried across
      *> verbatim and this run's line replaces any earlier one, so a
      *> pack staged again after a RESEND is awaited afresh.
       record-delivery.
           move "N" to ws-ledger-found
           move ws-staged-timestamp to ws-earlier-status-stamp
           open input delivery-ledger
           if ws-ledger-status <> "00" and ws-ledger-status <> "05"
               display "particelle-delivery: ledger open failed, "
                   "status " ws-ledger-status
               move 16 to ls-return-code
               exit paragraph
           end-if
           open output new-ledger
           if ws-new-ledger-status <> "00"
               display "particelle-delivery: new ledger open failed, "
                   "status " ws-new-ledger-status
               close delivery-ledger
               move 16 to ls-return-code
               exit paragraph
           end-if

           move spaces to delivery-record
           move ws-delivery-run-id to dv-run-id
           move ws-staged-timestamp to dv-staged-timestamp
           move ws-pack-frame-count to dv-frame-count
           move ws-pack-checksum to dv-pack-checksum
           set dv-is-staged to true
           move ws-staged-timestamp to dv-status-timestamp
           move 0 to dv-missing-count
           move 0 to dv-mismatch-count
           move delivery-record to ws-fresh-row

           move "N" to ws-ledger-eof
           perform until ws-ledger-eof = "Y"
               read delivery-ledger
                   at end
                       move "Y" to ws-ledger-eof
                   not at end
                       if dv-run-id = ws-delivery-run-id
                           move "Y" to ws-ledger-found
                           move dv-status-timestamp
                               to ws-earlier-status-stamp
                           move ws-fresh-row to nd-line
                       else
                           move delivery-record to nd-line
                       end-if
                       perform write-ledger-line
               end-read
           end-perform
           if ws-ledger-found = "N"
               move ws-fresh-row to nd-line
               perform write-ledger-line
           end-if
           close delivery-ledger
           close new-ledger

           if ls-return-code = 0
               perform replace-ledger
           else
               move "PARTICELLE.DELIVERIES.NEW" to ws-delete-file-name
               call "CBL_DELETE_FILE" using ws-delete-file-name
           end-if.

       write-ledger-line.
           write nd-line
           if ws-new-ledger-status <> "00"
               display "particelle-delivery: new ledger write failed, "
                   "status " ws-new-ledger-status
               move 16 to ls-return-code
           end-if.

       replace-ledger.
           move "PARTICELLE.DELIVERIES" to ws-delete-file-name
           call "CBL_DELETE_FILE" using ws-delete-file-name
      *> A missing ledger is fine here - the very first delivery
      *> creates it - so only the rename result decides the outcome.
           move "PARTICELLE.DELIVERIES.NEW" to ws-rename-from
           move "PARTICELLE.DELIVERIES" to ws-rename-to
           call "CBL_RENAME_FILE" using ws-rename-from
               ws-rename-to
           end-call
           if return-code <> 0
               display "particelle-delivery: ledger rename failed, "
                   "rc " return-code
               move 16 to ls-return-code
           end-if.

      *> A receipt still on file for this run answers an earlier
      *> send of it; left in place, the next receipt pass would hold
      *> that old answer against the pack just staged. It is the post
      *> house's only frame-level word on that send (the receipt
      *> report is rewritten every pass), so it is kept, renamed
      *> aside under the earlier ledger line's status time:
      *> PARTICELLE.RECEIPT.<run id>.<yyyymmddhhmmss>.
       set-aside-earlier-receipt.
           move spaces to ws-rename-from
           string "PARTICELLE.RECEIPT." ws-delivery-run-id
               delimited by space into ws-rename-from
           end-string
           call "CBL_CHECK_FILE_EXIST" using ws-rename-from
               ws-file-details
           end-call
           if return-code <> 0
               exit paragraph
           end-if
           move spaces to ws-rename-to
           string ws-rename-from delimited by space
               "." ws-earlier-status-stamp delimited by size
               into ws-rename-to
           end-string
           call "CBL_RENAME_FILE" using ws-rename-from ws-rename-to
           end-call
           if return-code <> 0
               display "particelle-delivery: earlier receipt "
                   ws-rename-from " could not be set aside, rc "
                   return-code
               move 4 to ls-return-code
           else
               display "particelle-delivery: earlier receipt kept as "
                   ws-rename-to
           end-if.

       raise-corrupt-pack-alert.
           move ws-corrupt-count to ws-corrupt-display
           move "WARN" to ws-alert-severity
           move "particelle-delivery" to ws-alert-source
           move "CHECKSUM-MISMATCH" to ws-alert-condition
           move spaces to ws-alert-detail
           string ws-delivery-run-id " pack has " ws-corrupt-display
               " corrupt frame(s), not sent"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       raise-stale-pack-alert.
           display "particelle-delivery: pack is from run "
               ws-pack-run-id ", not " ws-delivery-run-id
               ", nothing delivered"
           move "WARN" to ws-alert-severity
           move "particelle-delivery" to ws-alert-source
           move "PACK-RUN-MISMATCH" to ws-alert-condition
           move spaces to ws-alert-detail
           string ws-delivery-run-id " pack is run " ws-pack-run-id
               ", not sent"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       raise-lock-timeout-alert.
           move "WARN" to ws-alert-severity
           move "particelle-delivery" to ws-alert-source
           move "LOCK-TIMEOUT" to ws-alert-condition
           move spaces to ws-alert-detail
           string ws-delivery-run-id " DELIVERIES busy, nothing staged"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       end program "particelle-delivery".
