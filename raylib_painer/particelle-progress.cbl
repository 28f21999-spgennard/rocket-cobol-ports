      *> runs no longer overwrite each other's heartbeat. The entry
      *> name and requested count come from the external context the
      *> caller primes before the run (particelle-progress.cpy).
      *> The read and rewrite run under the STATUS lock
      *> (particelle-lock); a heartbeat that cannot get the lock is
      *> skipped with a warning - the next one carries the same news.
       identification division.
       program-id. "particelle-progress".
       environment division.
       01  ws-board-eof                pic x(1).
       01  ws-percent                  pic 9(3) comp-5.
       01  ws-run-stamp                pic x(21).
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "STATUS".
       01  ws-lock-program             pic x(24)
               value "particelle-progress".
       01  ws-lock-rc                  pic s9(9) comp-5.
       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).

      *> The other active runs' records, carried over verbatim while
      *> this run's record is rewritten. 20 concurrent runs is far
               move 0 to ws-percent
           end-if

           move "ACQUIRE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           if ws-lock-rc <> 0
               perform raise-lock-timeout-alert
               goback
           end-if
           perform load-other-runs
           perform rewrite-board
           move "RELEASE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           goback.

       ensure-run-id.
           end-if
           close status-board.

       raise-lock-timeout-alert.
           move "WARN" to ws-alert-severity
           move "particelle-progress" to ws-alert-source
           move "LOCK-TIMEOUT" to ws-alert-condition
           move spaces to ws-alert-detail
           string pri-run-id " STATUS busy, heartbeat skipped"
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       end program "particelle-progress".
