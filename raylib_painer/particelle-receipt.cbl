      $set sourceformat(free)
      *> Receipt reconciliation for outbound frame packs. For every
      *> delivery in the PARTICELLE.DELIVERIES ledger still waiting on
      *> the post house (STAGED, or OVERDUE and so still worth a late
      *> look) this job looks for their acknowledgement file,
      *> PARTICELLE.RECEIPT.<run id>, and holds it against what we
      *> sent, PARTICELLE.TRANSMIT.<run id>: every frame sent must be
      *> acknowledged with the checksum we sent it with. Frames
      *> missing from the receipt or acknowledged with a different
      *> checksum are listed in PARTICELLE.RECEIPTRPT and the delivery
      *> is flagged RESEND with a warning; a receipt that accounts for
      *> every frame marks it RECEIVED. A delivery with no receipt by
      *> the configured deadline - hours after staging, from the
      *> PARTICELLE.RCPTPOL policy file - goes OVERDUE and raises a
      *> CRIT, once: the OVERDUE flag is what keeps the next poll from
      *> paging again. The whole pass runs under the DELIVERIES lock
      *> (particelle-lock), the ledger being rewritten whole like the
      *> other shared files; a pass that cannot get the lock warns,
      *> returns 8 and leaves everything for the next one.
       identification division.
       program-id. "particelle-receipt".
       environment division.
       input-output section.
       file-control.
           select optional receipt-policy-file
               assign to "PARTICELLE.RCPTPOL"
               organization is line sequential
               file status is ws-policy-status.
           select optional delivery-ledger
               assign to "PARTICELLE.DELIVERIES"
               organization is line sequential
               file status is ws-ledger-status.
           select new-ledger assign to "PARTICELLE.DELIVERIES.NEW"
               organization is line sequential
               file status is ws-new-ledger-status.
           select optional transmit-file
               assign to dynamic ws-transmit-file-name
               organization is line sequential
               file status is ws-transmit-status.
           select optional receipt-file
               assign to dynamic ws-receipt-file-name
               organization is line sequential
               file status is ws-receipt-status.
           select receipt-report assign to "PARTICELLE.RECEIPTRPT"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd  receipt-policy-file.
      *> One fixed-column line, maintained by operations: the hours
      *> after staging by which the post house's receipt must be in.
       01  receipt-policy-record.
           05  rp-deadline-hours       pic 9(3).
       fd  delivery-ledger.
       copy "particelle-delivery.cpy".
       fd  new-ledger.
      *> Carries whole particelle-delivery.cpy records verbatim, so
      *> its width must track that copybook's record length.
       01  nd-line                     pic x(94).
       fd  transmit-file.
       01  tm-line                     pic x(90).
       fd  receipt-file.
       01  rc-line                     pic x(90).
       fd  receipt-report.
       01  rr-line                     pic x(100).

       working-storage section.
       01  ws-policy-status            pic x(2).
       01  ws-ledger-status            pic x(2).
       01  ws-new-ledger-status        pic x(2).
       01  ws-transmit-status          pic x(2).
       01  ws-receipt-status           pic x(2).
       01  ws-report-status            pic x(2).
       01  ws-ledger-eof               pic x(1).
       01  ws-file-eof                 pic x(1).
       01  ws-transmit-file-name       pic x(64).
       01  ws-receipt-file-name        pic x(64).
       01  ws-delete-file-name         pic x(64).
       01  ws-rename-from              pic x(64).
       01  ws-rename-to                pic x(64).
       01  ws-deadline-hours           pic 9(3) comp-5 value 24.
       01  ws-now-stamp                pic x(21).
       01  ws-timestamp-parts.
           05  tp-date                 pic 9(8).
           05  tp-hour                 pic 9(2).
           05  tp-minute               pic 9(2).
           05  tp-second               pic 9(2).
       01  ws-clock-seconds            pic s9(18) comp-5.
       01  ws-now-seconds              pic s9(18) comp-5.
       01  ws-deadline-seconds         pic s9(18) comp-5.
       01  ws-frame-slot               pic 9(4) comp-5.
       01  ws-sent-count               pic 9(4) comp-5.
       01  ws-missing-count            pic 9(4) comp-5.
       01  ws-mismatch-count           pic 9(4) comp-5.
       01  ws-unexpected-count         pic 9(4) comp-5.
       01  ws-transmit-found           pic x(1).
       01  ws-checked-count            pic 9(4) comp-5 value 0.
       01  ws-received-count           pic 9(4) comp-5 value 0.
       01  ws-resend-count             pic 9(4) comp-5 value 0.
       01  ws-overdue-count            pic 9(4) comp-5 value 0.
       01  ws-awaiting-count           pic 9(4) comp-5 value 0.
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "DELIVERIES".
       01  ws-lock-program             pic x(24)
               value "particelle-receipt".
       01  ws-lock-rc                  pic s9(9) comp-5.
       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).
       copy "particelle-transmit.cpy".

      *> What was sent for the delivery under review, one slot per
      *> frame number, and what the receipt said about it - kept by
      *> frame so the report lists the problems in frame order under
      *> their delivery line.
       01  ws-sent-table.
           05  ws-sent-row             occurs 9999 times.
               10  st-sent             pic x(1).
               10  st-acknowledged     pic x(1).
               10  st-unexpected       pic x(1).
               10  st-checksum         pic 9(10).
               10  st-received-checksum
                                       pic x(10).
       01  ws-frame-number-display     pic 9(4).

       01  ws-delivery-line.
           05  filler                  pic x(9) value "DELIVERY ".
           05  dl-run-id               pic x(15).
           05  filler                  pic x(8) value " STAGED ".
           05  dl-staged               pic x(14).
           05  filler                  pic x(1) value space.
           05  dl-verdict              pic x(8).
           05  filler                  pic x(9) value " MISSING=".
           05  dl-missing              pic z(3)9.
           05  filler                  pic x(12) value " MISMATCHED=".
           05  dl-mismatched           pic z(3)9.
       01  ws-frame-problem-line.
           05  filler                  pic x(8) value "  FRAME ".
           05  fp-frame-number         pic x(4).
           05  filler                  pic x(1) value space.
           05  fp-problem              pic x(17).
           05  fp-sent-label           pic x(6).
           05  fp-sent-checksum        pic x(10).
           05  fp-received-label       pic x(10).
           05  fp-received-checksum    pic x(10).
       01  ws-summary-line.
           05  filler                  pic x(8) value "CHECKED ".
           05  sm-checked              pic z(3)9.
           05  filler                  pic x(10) value " RECEIVED ".
           05  sm-received             pic z(3)9.
           05  filler                  pic x(8) value " RESEND ".
           05  sm-resend               pic z(3)9.
           05  filler                  pic x(9) value " OVERDUE ".
           05  sm-overdue              pic z(3)9.
           05  filler                  pic x(10) value " AWAITING ".
           05  sm-awaiting             pic z(3)9.

       linkage section.
       01  ls-return-code              pic s9(9) comp-5.

       procedure division using ls-return-code.
       main-para.
           move 0 to ls-return-code
           perform read-receipt-policy

           move "ACQUIRE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           if ws-lock-rc <> 0
               perform raise-lock-timeout-alert
               move 8 to ls-return-code
               goback
           end-if
           perform reconcile-deliveries
           move "RELEASE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           goback.

      *> No policy file means the shipped default of a day - so a
      *> missing PARTICELLE.RCPTPOL can never stop the overdue check.
       read-receipt-policy.
           open input receipt-policy-file
           if ws-policy-status = "00"
               read receipt-policy-file
               if ws-policy-status = "00"
                   if rp-deadline-hours numeric
                           and rp-deadline-hours > 0
                       move rp-deadline-hours to ws-deadline-hours
                   else
                       display "particelle-receipt: receipt policy "
                           "not numeric, default kept"
                   end-if
               else
                   display "particelle-receipt: receipt policy read "
                       "failed, status " ws-policy-status
                       ", default kept"
               end-if
               close receipt-policy-file
           else
               if ws-policy-status = "05"
                   close receipt-policy-file
               else
                   if ws-policy-status <> "35"
                       display "particelle-receipt: receipt policy "
                           "open failed, status " ws-policy-status
                           ", default kept"
                   end-if
               end-if
           end-if.

       reconcile-deliveries.
           open output receipt-report
           if ws-report-status <> "00"
               display "particelle-receipt: report open failed, "
                   "status " ws-report-status
               move 16 to ls-return-code
               exit paragraph
           end-if
           open input delivery-ledger
           if ws-ledger-status <> "00" and ws-ledger-status <> "05"
               display "particelle-receipt: ledger open failed, "
                   "status " ws-ledger-status
               close receipt-report
               move 16 to ls-return-code
               exit paragraph
           end-if
           open output new-ledger
           if ws-new-ledger-status <> "00"
               display "particelle-receipt: new ledger open failed, "
                   "status " ws-new-ledger-status
               close delivery-ledger
               close receipt-report
               move 16 to ls-return-code
               exit paragraph
           end-if

           move function current-date to ws-now-stamp
           move ws-now-stamp(1:14) to ws-timestamp-parts
           perform timestamp-to-seconds
           move ws-clock-seconds to ws-now-seconds

           move "N" to ws-ledger-eof
           perform until ws-ledger-eof = "Y"
               read delivery-ledger
                   at end
                       move "Y" to ws-ledger-eof
                   not at end
                       if dv-is-staged or dv-is-overdue
                           perform check-one-delivery
                       end-if
                       move delivery-record to nd-line
                       write nd-line
                       if ws-new-ledger-status <> "00"
                           display "particelle-receipt: new ledger "
                               "write failed, status "
                               ws-new-ledger-status
                           move 16 to ls-return-code
                       end-if
               end-read
           end-perform
           close delivery-ledger
           close new-ledger

           move ws-checked-count to sm-checked
           move ws-received-count to sm-received
           move ws-resend-count to sm-resend
           move ws-overdue-count to sm-overdue
           move ws-awaiting-count to sm-awaiting
           move ws-summary-line to rr-line
           write rr-line
           close receipt-report

           if ls-return-code < 16
               perform replace-ledger
           else
               move "PARTICELLE.DELIVERIES.NEW" to ws-delete-file-name
               call "CBL_DELETE_FILE" using ws-delete-file-name
           end-if.

       check-one-delivery.
           add 1 to ws-checked-count
           move dv-run-id to dl-run-id
           move dv-staged-timestamp(1:14) to dl-staged
           move spaces to ws-receipt-file-name
           string "PARTICELLE.RECEIPT." dv-run-id
               delimited by space into ws-receipt-file-name
           end-string
           open input receipt-file
           if ws-receipt-status = "00"
               perform reconcile-receipt
               close receipt-file
           else
               if ws-receipt-status <> "05"
                       and ws-receipt-status <> "35"
                   display "particelle-receipt: receipt file "
                       ws-receipt-file-name " open failed, status "
                       ws-receipt-status
                   move 16 to ls-return-code
               else
                   if ws-receipt-status = "05"
                       close receipt-file
                   end-if
                   perform check-receipt-deadline
               end-if
           end-if.

      *> No receipt yet. Before the deadline that is simply the post
      *> house still working; after it, the delivery goes OVERDUE and
      *> pages once - an already OVERDUE line is reported again but
      *> does not page again.
       check-receipt-deadline.
           if dv-staged-timestamp(1:14) not numeric
               display "particelle-receipt: delivery " dv-run-id
                   " has no readable staging time, deadline not "
                   "checked"
               move "UNDATED" to dl-verdict
               perform write-delivery-line
               add 1 to ws-awaiting-count
               exit paragraph
           end-if
           move dv-staged-timestamp(1:14) to ws-timestamp-parts
           perform timestamp-to-seconds
           compute ws-deadline-seconds =
               ws-clock-seconds + ws-deadline-hours * 3600
           if ws-now-seconds < ws-deadline-seconds
               move "AWAITING" to dl-verdict
               perform write-delivery-line
               add 1 to ws-awaiting-count
               exit paragraph
           end-if
           if dv-is-staged
               set dv-is-overdue to true
               move ws-now-stamp to dv-status-timestamp
               perform raise-receipt-overdue-alert
           end-if
           move "OVERDUE" to dl-verdict
           perform write-delivery-line
           add 1 to ws-overdue-count
           if ls-return-code < 4
               move 4 to ls-return-code
           end-if.

      *> Every frame the transmission manifest lists must come back
      *> on the receipt with the same checksum. A frame the receipt
      *> names that was never sent is reported but does not by itself
      *> call for a resend - nothing we sent is missing.
       reconcile-receipt.
           perform load-transmit-manifest
           if ws-transmit-found = "N"
               display "particelle-receipt: transmission manifest "
                   ws-transmit-file-name " missing, delivery "
                   dv-run-id " not reconciled"
               move "NO-XMIT" to dl-verdict
               perform write-delivery-line
               if ls-return-code < 8
                   move 8 to ls-return-code
               end-if
               exit paragraph
           end-if

           move 0 to ws-missing-count
           move 0 to ws-mismatch-count
           move 0 to ws-unexpected-count
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read receipt-file
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       perform match-one-receipt-line
               end-read
           end-perform
           perform varying ws-frame-slot from 1 by 1
                   until ws-frame-slot > 9999
               if st-sent(ws-frame-slot) = "Y"
                       and st-acknowledged(ws-frame-slot) <> "Y"
                   add 1 to ws-missing-count
               end-if
           end-perform

           move ws-missing-count to dv-missing-count
           move ws-mismatch-count to dv-mismatch-count
           move ws-now-stamp to dv-status-timestamp
           if ws-missing-count = 0 and ws-mismatch-count = 0
               set dv-is-received to true
               move "RECEIVED" to dl-verdict
               add 1 to ws-received-count
               perform write-delivery-line
               perform report-problem-frames
           else
               set dv-is-resend to true
               move "RESEND" to dl-verdict
               add 1 to ws-resend-count
               perform write-delivery-line
               perform report-problem-frames
               perform raise-resend-alert
               if ls-return-code < 4
                   move 4 to ls-return-code
               end-if
           end-if.

       load-transmit-manifest.
           move "N" to ws-transmit-found
           move spaces to ws-sent-table
           move 0 to ws-sent-count
           move spaces to ws-transmit-file-name
           string "PARTICELLE.TRANSMIT." dv-run-id
               delimited by space into ws-transmit-file-name
           end-string
           open input transmit-file
           if ws-transmit-status <> "00"
               if ws-transmit-status = "05"
                   close transmit-file
               end-if
               exit paragraph
           end-if
           move "Y" to ws-transmit-found
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read transmit-file
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       move tm-line to tx-frame-line
                       if tx-is-frame-line and tx-frame-number numeric
                               and tx-frame-number > 0
                           move tx-frame-number to ws-frame-slot
                           move "Y" to st-sent(ws-frame-slot)
                           move tx-frame-checksum
                               to st-checksum(ws-frame-slot)
                           add 1 to ws-sent-count
                       end-if
               end-read
           end-perform
           close transmit-file.

       match-one-receipt-line.
           move rc-line to tx-frame-line
           if not tx-is-frame-line
               exit paragraph
           end-if
           if tx-frame-number not numeric or tx-frame-number = 0
               exit paragraph
           end-if
           move tx-frame-number to ws-frame-slot
           if st-sent(ws-frame-slot) <> "Y"
               if st-unexpected(ws-frame-slot) <> "Y"
                   move "Y" to st-unexpected(ws-frame-slot)
                   move tx-frame-checksum
                       to st-received-checksum(ws-frame-slot)
                   add 1 to ws-unexpected-count
               end-if
               exit paragraph
           end-if
      *> Only the first acknowledgement of a frame counts; a receipt
      *> that repeats a line says nothing new.
           if st-acknowledged(ws-frame-slot) = "Y"
               exit paragraph
           end-if
           move "Y" to st-acknowledged(ws-frame-slot)
           move tx-frame-checksum to st-received-checksum(ws-frame-slot)
           if tx-frame-checksum not numeric
                   or tx-frame-checksum <> st-checksum(ws-frame-slot)
               add 1 to ws-mismatch-count
           end-if.

       report-problem-frames.
           perform varying ws-frame-slot from 1 by 1
                   until ws-frame-slot > 9999
               move ws-frame-slot to ws-frame-number-display
               move ws-frame-number-display to fp-frame-number
               move spaces to fp-problem
               evaluate true
                   when st-unexpected(ws-frame-slot) = "Y"
                       move "UNEXPECTED" to fp-problem
                       move spaces to fp-sent-label
                       move spaces to fp-sent-checksum
                       move " RECEIVED=" to fp-received-label
                   when st-sent(ws-frame-slot) <> "Y"
                       continue
                   when st-acknowledged(ws-frame-slot) <> "Y"
                       move "MISSING" to fp-problem
                       move " SENT=" to fp-sent-label
                       move spaces to fp-received-label
                   when st-received-checksum(ws-frame-slot)
                           <> st-checksum(ws-frame-slot)
                       move "CHECKSUM-MISMATCH" to fp-problem
                       move " SENT=" to fp-sent-label
                       move " RECEIVED=" to fp-received-label
               end-evaluate
               if fp-problem <> spaces
                   if st-sent(ws-frame-slot) = "Y"
                       move st-checksum(ws-frame-slot)
                           to fp-sent-checksum
                   end-if
                   move st-received-checksum(ws-frame-slot)
                       to fp-received-checksum
                   move ws-frame-problem-line to rr-line
                   perform write-report-line
               end-if
           end-perform.

       write-delivery-line.
           if dv-missing-count numeric
               move dv-missing-count to dl-missing
           else
               move 0 to dl-missing
           end-if
           if dv-mismatch-count numeric
               move dv-mismatch-count to dl-mismatched
           else
               move 0 to dl-mismatched
           end-if
           move ws-delivery-line to rr-line
           perform write-report-line.

       write-report-line.
           write rr-line
           if ws-report-status <> "00"
               display "particelle-receipt: report write failed, "
                   "status " ws-report-status
               move 16 to ls-return-code
           end-if.

       replace-ledger.
           move "PARTICELLE.DELIVERIES" to ws-delete-file-name
           call "CBL_DELETE_FILE" using ws-delete-file-name
           move "PARTICELLE.DELIVERIES.NEW" to ws-rename-from
           move "PARTICELLE.DELIVERIES" to ws-rename-to
           call "CBL_RENAME_FILE" using ws-rename-from
               ws-rename-to
           end-call
           if return-code <> 0
               display "particelle-receipt: ledger rename failed, "
                   "rc " return-code
               move 16 to ls-return-code
           end-if.

      *> Days-since-epoch times 86400 plus the time of day, the same
      *> folding the status watcher uses, so a deadline that crosses
      *> midnight is still measured right.
       timestamp-to-seconds.
           compute ws-clock-seconds =
               function integer-of-date(tp-date) * 86400
               + tp-hour * 3600 + tp-minute * 60 + tp-second.

       raise-receipt-overdue-alert.
           move "CRIT" to ws-alert-severity
           move "particelle-receipt" to ws-alert-source
           move "RECEIPT-OVERDUE" to ws-alert-condition
           move spaces to ws-alert-detail
           string dv-run-id " no receipt, staged "
               dv-staged-timestamp(1:14)
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       raise-resend-alert.
           move "WARN" to ws-alert-severity
           move "particelle-receipt" to ws-alert-source
           move "DELIVERY-RESEND" to ws-alert-condition
           move spaces to ws-alert-detail
           string dv-run-id " resend: " dv-missing-count " missing "
               dv-mismatch-count " mismatched"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       raise-lock-timeout-alert.
           move "WARN" to ws-alert-severity
           move "particelle-receipt" to ws-alert-source
           move "LOCK-TIMEOUT" to ws-alert-condition
           move "DELIVERIES busy, no receipts reconciled this poll"
               to ws-alert-detail
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       end program "particelle-receipt".
