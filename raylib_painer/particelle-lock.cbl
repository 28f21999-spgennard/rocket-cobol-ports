      $set sourceformat(free)
      *> Shared-file enqueue. Several jobs rewrite a shared file whole
      *> (the status board, the alert queue, the audit trail, the
      *> scenario catalog, the storyboard) while others append to it or
      *> read it; overlapping in the window, one silently loses the
      *> other's lines. Every such program brackets its read-modify-
      *> write with an ACQUIRE and a RELEASE of the file's resource
      *> name here.
      *>
      *> PARTICELLE.LOCKS holds one line per held resource: resource,
      *> holder's run id, holder program and acquire time. The table
      *> itself is only ever read and rewritten while this program
      *> holds PARTICELLE.LOCKS.GATE open deny-all - held for a few
      *> milliseconds, and dropped by the operating system if the
      *> holder dies, so the gate itself can never go stale.
      *>
      *> A resource held by another run is waited for, retried every
      *> half second, up to the wait in PARTICELLE.LOCKPOL; then the
      *> ACQUIRE fails with 8 and the caller skips its rewrite (or,
      *> for an append, goes ahead and warns) instead of clobbering.
      *> A lock older than the policy's break age belongs to a holder
      *> that died without releasing it and is broken. Every break and
      *> every timeout is logged to PARTICELLE.LOCKLOG with the
      *> holder's details. This program raises no alerts itself -
      *> particelle-alert takes a lock of its own - so the callers
      *> raise LOCK-TIMEOUT.
      *>
      *> A lock held under the caller's own run id is the caller's:
      *> one run unit runs one program at a time, so it is re-taken,
      *> not waited on.
       identification division.
       program-id. "particelle-lock".
       environment division.
       input-output section.
       file-control.
           select optional lock-table assign to "PARTICELLE.LOCKS"
               organization is line sequential
               file status is ws-lock-table-status.
           select new-lock-table assign to "PARTICELLE.LOCKS.NEW"
               organization is line sequential
               file status is ws-new-lock-table-status.
           select optional lock-policy-file
               assign to "PARTICELLE.LOCKPOL"
               organization is line sequential
               file status is ws-lock-policy-status.
           select optional lock-log assign to "PARTICELLE.LOCKLOG"
               organization is line sequential
               file status is ws-lock-log-status.

       data division.
       file section.
       fd  lock-table.
       01  lock-record.
           05  lk-resource             pic x(24).
           05  filler                  pic x(1).
           05  lk-run-id               pic x(15).
           05  filler                  pic x(1).
           05  lk-program              pic x(24).
           05  filler                  pic x(1).
           05  lk-acquired             pic x(21).
       fd  new-lock-table.
       01  nl-line                     pic x(87).
      *> Policy record, maintained by operations: seconds to wait for
      *> a held resource, then the age in seconds past which a held
      *> lock is taken to be dead and is broken.
       fd  lock-policy-file.
       01  lock-policy-record.
           05  lp-wait-secs            pic 9(4).
           05  filler                  pic x(1).
           05  lp-break-age-secs       pic 9(6).
       fd  lock-log.
       01  ll-line                     pic x(158).

       working-storage section.
       copy "particelle-runid.cpy".
       01  ws-lock-table-status        pic x(2).
       01  ws-new-lock-table-status    pic x(2).
       01  ws-lock-policy-status       pic x(2).
       01  ws-lock-log-status          pic x(2).
       01  ws-file-eof                 pic x(1).
       01  ws-run-stamp                pic x(21).
       01  ws-delete-file-name         pic x(64).
       01  ws-rename-from              pic x(64).
       01  ws-rename-to                pic x(64).

       01  ws-wait-secs                pic 9(9) comp-5.
       01  ws-break-age-secs           pic 9(9) comp-5.
       01  ws-retry-millis             pic 9(9) comp-5 value 500.
       01  ws-gate-retry-millis        pic 9(9) comp-5 value 50.

      *> The gate: a zero-length file opened read/write, deny both.
       01  ws-gate-file-name           pic x(64)
               value "PARTICELLE.LOCKS.GATE".
       01  ws-gate-access-mode         pic x comp-x value 3.
       01  ws-gate-deny-mode           pic x comp-x value 0.
       01  ws-gate-device              pic x comp-x value 0.
       01  ws-gate-handle              pic x(4).
       01  ws-gate-held                pic x(1) value "N".
       01  ws-gate-file-details        pic x(16).

       01  ws-timestamp-parts.
           05  tp-date                 pic 9(8).
           05  tp-hour                 pic 9(2).
           05  tp-minute               pic 9(2).
           05  tp-second               pic 9(2).
       01  ws-clock-seconds            pic s9(18) comp-5.
       01  ws-now-timestamp            pic x(21).
       01  ws-now-seconds              pic s9(18) comp-5.
       01  ws-deadline-seconds         pic s9(18) comp-5.
       01  ws-held-age-seconds         pic s9(18) comp-5.

      *> The lock table as read under the gate. 50 rows is every
      *> shared resource several times over.
       01  ws-lock-table.
           05  ws-lock-count           pic 9(4) comp-5 value 0.
           05  ws-lock-row             occurs 50 times indexed by lt-idx.
               10  lt-record           pic x(87).
               10  lt-keep             pic x(1).
       01  ws-lock-index               pic 9(4) comp-5.
       01  ws-acquire-done             pic x(1).

       01  ws-log-line.
           05  lg-timestamp            pic x(21).
           05  filler                  pic x(1) value space.
           05  lg-event                pic x(7).
           05  filler                  pic x(1) value space.
           05  lg-resource             pic x(24).
           05  filler                  pic x(8) value " HOLDER ".
           05  lg-holder-run-id        pic x(15).
           05  filler                  pic x(1) value space.
           05  lg-holder-program       pic x(24).
           05  filler                  pic x(6) value " SINCE".
           05  filler                  pic x(1) value space.
           05  lg-holder-acquired      pic x(21).
           05  filler                  pic x(4) value " BY ".
           05  lg-requester-program    pic x(24).

       linkage section.
       01  ls-lock-action              pic x(7).
           88  ls-is-acquire               value "ACQUIRE".
           88  ls-is-release               value "RELEASE".
       01  ls-resource                 pic x(24).
       01  ls-program                  pic x(24).
       01  ls-return-code              pic s9(9) comp-5.

       procedure division using ls-lock-action ls-resource ls-program
               ls-return-code.
       main-para.
           move 0 to ls-return-code
           perform ensure-run-id
           if ls-resource = spaces
               display "particelle-lock: no resource named"
               move -1 to ls-return-code
               goback
           end-if
           evaluate true
               when ls-is-acquire
                   perform acquire-resource
               when ls-is-release
                   perform release-resource
               when other
                   display "particelle-lock: action must be ACQUIRE "
                       "or RELEASE"
                   move -1 to ls-return-code
           end-evaluate
           goback.

       ensure-run-id.
           if pri-run-id = spaces or pri-run-id = low-values
               move function current-date to ws-run-stamp
               string "R" ws-run-stamp(1:14)
                   delimited by size into pri-run-id
               end-string
           end-if.

       acquire-resource.
           perform read-lock-policy
           perform stamp-now
           compute ws-deadline-seconds = ws-now-seconds + ws-wait-secs
           move "N" to ws-acquire-done
           perform until ws-acquire-done = "Y"
               perform try-acquire-once
               if ws-acquire-done = "N"
                   perform stamp-now
                   if ws-now-seconds >= ws-deadline-seconds
                       perform log-timeout
                       move 8 to ls-return-code
                       move "Y" to ws-acquire-done
                   else
                       call "CBL_THREAD_SLEEP" using
                           by value ws-retry-millis
                       end-call
                   end-if
               end-if
           end-perform.

      *> One look at the table under the gate: take the resource if
      *> it is free, ours already, or held past the break age.
       try-acquire-once.
           perform open-gate
           if ws-gate-held = "N"
               exit paragraph
           end-if
           perform load-lock-table
           if ls-return-code <> 0
               perform close-gate
               move "Y" to ws-acquire-done
               exit paragraph
           end-if
           perform stamp-now
           perform find-resource
           evaluate true
               when ws-lock-index = 0
                   perform add-our-lock
               when lk-run-id = pri-run-id
                   perform take-our-lock
               when other
                   perform judge-held-lock
           end-evaluate
           if ws-acquire-done = "Y" and ls-return-code = 0
               perform rewrite-lock-table
           end-if
           perform close-gate.

       add-our-lock.
           if ws-lock-count >= 50
               display "particelle-lock: lock table full, "
                   ls-resource " not locked"
               move 16 to ls-return-code
               move "Y" to ws-acquire-done
               exit paragraph
           end-if
           add 1 to ws-lock-count
           move ws-lock-count to ws-lock-index
           perform take-our-lock.

       take-our-lock.
           move spaces to lock-record
           move ls-resource to lk-resource
           move pri-run-id to lk-run-id
           move ls-program to lk-program
           move ws-now-timestamp to lk-acquired
           move lock-record to lt-record(ws-lock-index)
           move "Y" to lt-keep(ws-lock-index)
           move "Y" to ws-acquire-done.

      *> The acquire stamp is the only liveness evidence a line
      *> sequential table can carry; a holder still on the lock past
      *> the break age is taken to be dead.
       judge-held-lock.
           if lk-acquired(1:14) numeric
               move lk-acquired(1:14) to ws-timestamp-parts
               perform timestamp-to-seconds
               compute ws-held-age-seconds =
                   ws-now-seconds - ws-clock-seconds
           else
               move ws-break-age-secs to ws-held-age-seconds
               add 1 to ws-held-age-seconds
           end-if
           if ws-held-age-seconds > ws-break-age-secs
               move "BROKEN" to lg-event
               perform write-lock-log-line
               perform take-our-lock
           end-if.

       release-resource.
           perform stamp-now
           compute ws-deadline-seconds = ws-now-seconds + 30
           perform open-gate
           perform until ws-gate-held = "Y"
                   or ws-now-seconds >= ws-deadline-seconds
               call "CBL_THREAD_SLEEP" using
                   by value ws-retry-millis
               end-call
               perform stamp-now
               perform open-gate
           end-perform
           if ws-gate-held = "N"
      *> The lock stays in the table and ages out under the break
      *> rule; nothing is lost but time.
               display "particelle-lock: lock gate unavailable, "
                   ls-resource " not released"
               move 16 to ls-return-code
               exit paragraph
           end-if
           perform load-lock-table
           if ls-return-code = 0
               perform find-resource
               if ws-lock-index > 0 and lk-run-id = pri-run-id
                   move "N" to lt-keep(ws-lock-index)
                   perform rewrite-lock-table
               else
                   move 4 to ls-return-code
               end-if
           end-if
           perform close-gate.

      *> CBL_OPEN_FILE fails while another process holds the gate;
      *> the first open of the night finds no gate file and creates
      *> it. A short spin covers the few milliseconds a holder keeps
      *> it; past that the caller's own retry takes over.
       open-gate.
           move "N" to ws-gate-held
           call "CBL_OPEN_FILE" using ws-gate-file-name
               ws-gate-access-mode ws-gate-deny-mode ws-gate-device
               ws-gate-handle
           end-call
           if return-code = 0
               move "Y" to ws-gate-held
               exit paragraph
           end-if
           call "CBL_CHECK_FILE_EXIST" using ws-gate-file-name
               ws-gate-file-details
           end-call
           if return-code <> 0
               call "CBL_CREATE_FILE" using ws-gate-file-name
                   ws-gate-access-mode ws-gate-deny-mode ws-gate-device
                   ws-gate-handle
               end-call
               if return-code = 0
                   move "Y" to ws-gate-held
                   exit paragraph
               end-if
           end-if
           call "CBL_THREAD_SLEEP" using
               by value ws-gate-retry-millis
           end-call
           call "CBL_OPEN_FILE" using ws-gate-file-name
               ws-gate-access-mode ws-gate-deny-mode ws-gate-device
               ws-gate-handle
           end-call
           if return-code = 0
               move "Y" to ws-gate-held
           end-if.

       close-gate.
           if ws-gate-held = "Y"
               call "CBL_CLOSE_FILE" using ws-gate-handle
               move "N" to ws-gate-held
           end-if.

       load-lock-table.
           move 0 to ws-lock-count
           open input lock-table
      *> An optional file opened while absent still counts as open.
           if ws-lock-table-status = "05"
               close lock-table
               exit paragraph
           end-if
           if ws-lock-table-status <> "00"
               if ws-lock-table-status <> "35"
                   display "particelle-lock: lock table open failed, "
                       "status " ws-lock-table-status
                   move 16 to ls-return-code
               end-if
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read lock-table
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       if lk-resource <> spaces and ws-lock-count < 50
                           add 1 to ws-lock-count
                           move lock-record to lt-record(ws-lock-count)
                           move "Y" to lt-keep(ws-lock-count)
                       end-if
               end-read
           end-perform
           close lock-table.

      *> Leaves the row found (if any) in lock-record for the caller
      *> to judge.
       find-resource.
           move 0 to ws-lock-index
           perform varying lt-idx from 1 by 1
                   until lt-idx > ws-lock-count or ws-lock-index > 0
               move lt-record(lt-idx) to lock-record
               if lk-resource = ls-resource
                   set ws-lock-index to lt-idx
               end-if
           end-perform.

      *> Written aside and swapped in, all under the gate, so a reader
      *> never sees a half-written table.
       rewrite-lock-table.
           open output new-lock-table
           if ws-new-lock-table-status <> "00"
               display "particelle-lock: new lock table open failed, "
                   "status " ws-new-lock-table-status
               move 16 to ls-return-code
               exit paragraph
           end-if
           perform varying lt-idx from 1 by 1
                   until lt-idx > ws-lock-count
               if lt-keep(lt-idx) = "Y"
                   move lt-record(lt-idx) to nl-line
                   write nl-line
               end-if
           end-perform
           if ws-new-lock-table-status <> "00"
               display "particelle-lock: new lock table write failed, "
                   "status " ws-new-lock-table-status
               move 16 to ls-return-code
           end-if
           close new-lock-table
           if ls-return-code <> 0
               exit paragraph
           end-if
           move "PARTICELLE.LOCKS" to ws-delete-file-name
           call "CBL_DELETE_FILE" using ws-delete-file-name
           move "PARTICELLE.LOCKS.NEW" to ws-rename-from
           move "PARTICELLE.LOCKS" to ws-rename-to
           call "CBL_RENAME_FILE" using ws-rename-from ws-rename-to
           if return-code <> 0
               display "particelle-lock: lock table rename failed, rc "
                   return-code
               move 16 to ls-return-code
           end-if.

      *> No policy file (or a mistyped one) means the defaults: wait
      *> thirty seconds, break a lock held for an hour - far past any
      *> rewrite these files take.
       read-lock-policy.
           move 30 to ws-wait-secs
           move 3600 to ws-break-age-secs
           open input lock-policy-file
           if ws-lock-policy-status = "00"
               read lock-policy-file
               if ws-lock-policy-status = "00"
                   if lp-wait-secs numeric and lp-break-age-secs numeric
                           and lp-break-age-secs > 0
                       move lp-wait-secs to ws-wait-secs
                       move lp-break-age-secs to ws-break-age-secs
                   else
                       display "particelle-lock: lock policy not "
                           "numeric, defaults used"
                   end-if
               end-if
               close lock-policy-file
           else
      *> An optional file opened while absent still counts as open.
               if ws-lock-policy-status = "05"
                   close lock-policy-file
                   exit paragraph
               end-if
               if ws-lock-policy-status <> "35"
                   display "particelle-lock: lock policy open failed, "
                       "status " ws-lock-policy-status
                       ", defaults used"
               end-if
           end-if.

      *> The timeout line names whoever held the resource at the last
      *> look, so the log shows who was in the way.
       log-timeout.
           move spaces to lock-record
           perform open-gate
           if ws-gate-held = "Y"
               perform load-lock-table
               perform find-resource
               perform close-gate
           end-if
           move "TIMEOUT" to lg-event
           perform write-lock-log-line
           display "particelle-lock: " ls-resource " held by "
               lk-program " (" lk-run-id "), gave up".

       write-lock-log-line.
           move ws-now-timestamp to lg-timestamp
           move ls-resource to lg-resource
           move lk-run-id to lg-holder-run-id
           move lk-program to lg-holder-program
           move lk-acquired to lg-holder-acquired
           move ls-program to lg-requester-program
           open extend lock-log
           if ws-lock-log-status <> "00" and ws-lock-log-status <> "05"
               display "particelle-lock: lock log open failed, status "
                   ws-lock-log-status
               exit paragraph
           end-if
           move ws-log-line to ll-line
           write ll-line
           close lock-log.

       stamp-now.
           move function current-date to ws-now-timestamp
           move ws-now-timestamp(1:14) to ws-timestamp-parts
           perform timestamp-to-seconds
           move ws-clock-seconds to ws-now-seconds.

       timestamp-to-seconds.
           compute ws-clock-seconds =
               function integer-of-date(tp-date) * 86400
               + tp-hour * 3600 + tp-minute * 60 + tp-second.

       end program "particelle-lock".
