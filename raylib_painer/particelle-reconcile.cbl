      *> particelle5 (single-precision) and particelle6 (double-
      *> precision reference), flagging any drift past that scenario's
      *> own tolerance between the two settled metrics. One report line
      *> is written per scenario, carrying the scenario id. The pass
      *> holds the SCENARIOS lock (particelle-lock) from the catalog
      *> open to its close, so particelle-scenmaint cannot swap the
      *> catalog out mid-read; a pass that cannot get the lock warns
      *> and ends 8 with nothing reconciled.
       identification division.
       program-id. "particelle-reconcile".
       environment division.
       01  ws-abort-reason              pic x(60)
               value "Needs 64-bit COBOL environment - build aborted".
       01  ws-run-stamp                 pic x(21).
       01  ws-lock-action               pic x(7).
       01  ws-lock-resource             pic x(24) value "AUDIT".
       01  ws-lock-program              pic x(24)
               value "particelle-reconcile".
       01  ws-lock-rc                   pic s9(9) comp-5.
       01  ws-catalog-lock-resource     pic x(24) value "SCENARIOS".
       01  ws-catalog-lock-rc           pic s9(9) comp-5.
       01  ws-alert-severity            pic x(4).
       01  ws-alert-source              pic x(24).
       01  ws-alert-condition           pic x(20).
       01  ws-alert-detail              pic x(60).

       01  ws-scenario-id               pic x(8).
       01  ws-particle-count            pic s9(9) comp-5.
                   delimited by size into pri-run-id
               end-string
           end-if
           move "ACQUIRE" to ws-lock-action
           call "particelle-lock" using ws-lock-action
               ws-catalog-lock-resource ws-lock-program ws-catalog-lock-rc
           end-call
           if ws-catalog-lock-rc <> 0
               perform raise-catalog-busy-alert
               move 8 to return-code
               goback
           end-if
           open input scenario-catalog
           if ws-catalog-status <> "00"
      *> No catalog means no reconciliation was run at all tonight -
      *> standalone the return code reads the same either way.
               display "particelle-reconcile: scenario catalog open "
                   "failed, status " ws-catalog-status
               perform release-catalog-lock
               move 16 to return-code
               goback
           end-if
               display "particelle-reconcile: report file open failed, "
                   "status " ws-report-status
               close scenario-catalog
               perform release-catalog-lock
               move 16 to return-code
               goback
           end-if
               end-read
           end-perform

           close scenario-catalog
           close reconcile-report
      *> Released before the return code is set: the return code
      *> register is the last CALL's until this program moves its own.
           perform release-catalog-lock
           move 0 to return-code
           if ws-scenarios-run = 0
               display "particelle-reconcile: scenario catalog is "
                   "empty, nothing reconciled"
               move 8 to return-code
           end-if
           goback.

       validate-scenario-values.
           move 12 to pa-return-code
           move ws-abort-reason to pa-reason
           move pri-run-id to pa-run-id
           move pri-cost-center to pa-cost-center
           display ws-abort-reason
           perform lock-audit-trail
           open extend particelle-audit-file
           if ws-audit-file-status = "00" or ws-audit-file-status = "05"
               write particelle-audit-record
               display "particelle-reconcile: audit file open failed, status "
                   ws-audit-file-status
           end-if
           perform unlock-audit-trail
           close scenario-catalog
           close reconcile-report
           perform release-catalog-lock
           move 16 to return-code
      *> GOBACK for the same reason as the open failures above: the
      *> driver above this program decides what an aborted
      *> reconciliation costs the rest of the night.
           goback.

       release-catalog-lock.
           move "RELEASE" to ws-lock-action
           call "particelle-lock" using ws-lock-action
               ws-catalog-lock-resource ws-lock-program ws-catalog-lock-rc
           end-call.

       raise-catalog-busy-alert.
           move "WARN" to ws-alert-severity
           move "particelle-reconcile" to ws-alert-source
           move "LOCK-TIMEOUT" to ws-alert-condition
           move spaces to ws-alert-detail
           string pri-run-id " SCENARIOS busy, nothing reconciled"
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
               move "particelle-reconcile" to ws-alert-source
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

       end program "particelle-reconcile".
