      *> instead of five return codes some wrapper script may or may
      *> not check. Appends one record per call, stamped with the
      *> time and the current run id, and marked undelivered for
      *> particelle-alertdrain to pick up. The append runs under the
      *> ALERTS lock (particelle-lock) so it cannot land inside the
      *> drain's rewrite; if the lock cannot be had the alert is
      *> appended anyway - an alert held back is worse than one the
      *> drain might double-page - and the console is told.
       identification division.
       program-id. "particelle-alert".
       environment division.
       copy "particelle-runid.cpy".
       01  ws-alert-file-status        pic x(2).
       01  ws-run-stamp                pic x(21).
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "ALERTS".
       01  ws-lock-program             pic x(24)
               value "particelle-alert".
       01  ws-lock-rc                  pic s9(9) comp-5.

       linkage section.
       01  ls-severity                 pic x(4).
               ls-condition ls-detail.
       main-para.
           perform ensure-run-id
           move "ACQUIRE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           if ws-lock-rc <> 0
               display "particelle-alert: ALERTS lock not had, "
                   "appending " ls-condition " unlocked"
           end-if
           open extend alert-file
           if ws-alert-file-status <> "00"
                   and ws-alert-file-status <> "05"
               move ls-condition to pal-condition
               move ls-detail to pal-detail
               set pal-is-pending to true
               move spaces to pal-delivered-timestamp
               write particelle-alert-record
               if ws-alert-file-status <> "00"
                   display "particelle-alert: alert write failed, "
               end-if
               close alert-file
           end-if
           if ws-lock-rc = 0
               move "RELEASE" to ws-lock-action
               call "particelle-lock" using ws-lock-action
                   ws-lock-resource ws-lock-program ws-lock-rc
               end-call
           end-if
           goback.

       ensure-run-id.
