      *> that scenario's night. The numeric rules are the exact ones
      *> particelle-reconcile's validate-decimal-field enforces.
      *> Every accepted change (who, when, old values, new values) is
      *> appended to the PARTICELLE.SCENLOG change history. Changes
      *> run under the SCENARIOS lock (particelle-lock), which
      *> particelle-reconcile holds for its whole nightly pass, so a
      *> catalog edit never swaps the file out from under a run; an
      *> edit that cannot get the lock is refused with 8, to be made
      *> again once the run is done.
       identification division.
       program-id. "particelle-scenmaint".
       environment division.
       01  ws-delete-file-name         pic x(64).
       01  ws-rename-from              pic x(64).
       01  ws-rename-to                pic x(64).
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "SCENARIOS".
       01  ws-lock-program             pic x(24)
               value "particelle-scenmaint".
       01  ws-lock-rc                  pic s9(9) comp-5.
       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).

      *> The record kept aside while the catalog is rewritten: the
      *> change-history line needs the old values of the record being
               when ls-action-list
                   perform list-scenario
               when other
                   move "ACQUIRE" to ws-lock-action
                   call "particelle-lock" using ws-lock-action
                       ws-lock-resource ws-lock-program ws-lock-rc
                   end-call
                   if ws-lock-rc <> 0
                       perform raise-lock-timeout-alert
                       move 8 to ls-return-code
                   else
                       perform rewrite-catalog
                       move "RELEASE" to ws-lock-action
                       call "particelle-lock" using ws-lock-action
                           ws-lock-resource ws-lock-program ws-lock-rc
                       end-call
                   end-if
           end-evaluate
           goback.

       raise-lock-timeout-alert.
           display "particelle-scenmaint: catalog busy, " ls-action
               " of " ls-scenario-id " not made"
           move "WARN" to ws-alert-severity
           move "particelle-scenmaint" to ws-alert-source
           move "LOCK-TIMEOUT" to ws-alert-condition
           move spaces to ws-alert-detail
           string "SCENARIOS busy, " ls-action " " ls-scenario-id
               " by " ls-user-id " not made"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

      *> The same rules particelle-reconcile applies at run time, but
      *> applied here before the record can reach the catalog at all;
      *> each refusal names the field so the modeler fixes the right
