      *> on disk before any record leaves the live trail or any
      *> generation file is deleted, so the compliance answer to "how
      *> long do we keep call-level history" is the retention count,
      *> not "until the disk fills". The whole roll runs under the
      *> AUDIT lock (particelle-lock), which every audit writer also
      *> takes for its append, so no call-level line can land in the
      *> live trail between the read and the swap and vanish; a roll
      *> that cannot get the lock warns and returns 8 untouched, to
      *> be run again.
       identification division.
       program-id. "particelle-auditroll".
       environment division.
      *> length - a short record here would strip the run id from the
      *> archived history.
       fd  new-audit-file.
       01  nf-line                     pic x(158).
       fd  generation-file.
       01  gf-line                     pic x(158).
       fd  generation-catalog.
       01  gc-line                     pic x(8).
       fd  roll-log.
       01  ws-oldest-date              pic x(8).
       01  ws-oldest-index             pic 9(4) comp-5.
       01  ws-purge-count              pic 9(9) comp-5.
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "AUDIT".
       01  ws-lock-program             pic x(24)
               value "particelle-auditroll".
       01  ws-lock-rc                  pic s9(9) comp-5.
       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).

      *> One row per generation online, loaded from the catalog and
      *> grown as the scan meets dates not yet archived. 400 rows is
           end-if

           move function current-date(1:8) to ws-today
           move "ACQUIRE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           if ws-lock-rc <> 0
               perform raise-lock-timeout-alert
               move 8 to ls-return-code
               goback
           end-if
           perform roll-audit-trail
           move "RELEASE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           goback.

       roll-audit-trail.
           perform load-generation-catalog

           open extend roll-log
               display "particelle-auditroll: roll log open failed, "
                   "status " ws-roll-log-status
               move 16 to ls-return-code
               exit paragraph
           end-if

           perform archive-old-records
               perform rewrite-generation-catalog
           end-if

           close roll-log.

       raise-lock-timeout-alert.
           move "WARN" to ws-alert-severity
           move "particelle-auditroll" to ws-alert-source
           move "LOCK-TIMEOUT" to ws-alert-condition
           move spaces to ws-alert-detail
           string "AUDIT busy, " ws-today " roll not run"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

      *> Pass one over the live trail: every record dated before today
      *> is appended to its date's generation file and summarized to
