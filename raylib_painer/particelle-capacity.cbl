       01  ws-abort-reason             pic x(60)
               value "Needs 64-bit COBOL environment - build aborted".
       01  ws-run-stamp                pic x(21).
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "AUDIT".
       01  ws-lock-program             pic x(24)
               value "particelle-capacity".
       01  ws-lock-rc                  pic s9(9) comp-5.
       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).

       01  ws-sweep-count              pic s9(9) comp-5.
       01  ws-point-status             pic s9(9) comp-5.
           move 12 to pa-return-code
           move ws-abort-reason to pa-reason
           move pri-run-id to pa-run-id
           move pri-cost-center to pa-cost-center
           display ws-abort-reason
           perform lock-audit-trail
           open extend particelle-audit-file
           if ws-audit-file-status = "00" or ws-audit-file-status = "05"
               write particelle-audit-record
               display "particelle-capacity: audit file open failed, "
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
               move "particelle-capacity" to ws-alert-source
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

       end program "particelle-capacity".
