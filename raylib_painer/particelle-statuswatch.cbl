      *> healthy run's heartbeat when the export and a chain share
      *> the window. Completed runs (one hundred percent) are aged
      *> off the board once their heartbeat passes the same
      *> threshold. The whole pass runs under the STATUS lock
      *> (particelle-lock) so a heartbeat landing between the read and
      *> the rewrite is not lost; a watcher that cannot get the lock
      *> warns and returns 8 without touching the board.
       identification division.
       program-id. "particelle-statuswatch".
       environment division.
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "STATUS".
       01  ws-lock-program             pic x(24)
               value "particelle-statuswatch".
       01  ws-lock-rc                  pic s9(9) comp-5.

      *> One row per board record, parsed in place so stalled stamps
      *> and aged-off completions can be rewritten in one pass. Same
       main-para.
           move 0 to ls-return-code

           move "ACQUIRE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           if ws-lock-rc <> 0
               perform raise-lock-timeout-alert
               move 8 to ls-return-code
               goback
           end-if

           open input status-board
           if ws-status-board-status <> "00"
               display "particelle-statuswatch: no status board, "
                   "status " ws-status-board-status
               move 8 to ls-return-code
               perform release-status-lock
               goback
           end-if
           move "N" to ws-board-eof
           if ws-board-count = 0
               display "particelle-statuswatch: status board is empty"
               move 8 to ls-return-code
               perform release-status-lock
               goback
           end-if

           if ws-board-changed = "Y"
               perform rewrite-board
           end-if
           perform release-status-lock

      *> A stalled run is the thing the operators page on, so the
      *> watcher's return code says so too.
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       release-status-lock.
           move "RELEASE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call.

       raise-lock-timeout-alert.
           move "WARN" to ws-alert-severity
           move "particelle-statuswatch" to ws-alert-source
           move "LOCK-TIMEOUT" to ws-alert-condition
           move "STATUS busy, board not watched this pass"
               to ws-alert-detail
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       rewrite-board.
           open output status-board
           if ws-status-board-status <> "00"
