      *> verdict and return code, so the morning shift reads the
      *> night's actual sequence instead of reconstructing it from an
      *> operator's memory of which job was launched when.
      *> Which plan runs is chosen from PARTICELLE.CALENDAR when there
      *> is one: each date is marked WEEKDAY, WEEKEND, MONTHEND,
      *> FREEZE or BLACKOUT, and each day type names its own plan file
      *> (a reduced weekend plan, a freeze plan without FRAMEEXPORT).
      *> A blackout date - the GPU box in a maintenance window - is
      *> refused outright with a NIGHTLOG line saying so, as is a date
      *> marked with a day type the calendar does not know. With no
      *> calendar, or no entry for tonight, PARTICELLE.JOBPLAN runs as
      *> it always has. A calendar that does not cover every day of
      *> the coming week raises a WARN alert so it cannot quietly run
      *> out.
       identification division.
       program-id. "particelle-nightrun".
       environment division.
       input-output section.
       file-control.
           select jobplan-file assign to dynamic ws-jobplan-file-name
               organization is line sequential
               file status is ws-jobplan-status.
           select optional calendar-file assign to "PARTICELLE.CALENDAR"
               organization is line sequential
               file status is ws-calendar-status.
           select optional night-log assign to "PARTICELLE.NIGHTLOG"
               organization is line sequential
               file status is ws-night-log-status.
      *> Plan records are fixed-column, maintained by operations:
      *> step name, failure rule, preflight gate flag, then the step's
      *> integer argument (particle count, frame count, keep count -
      *> whatever the named step takes; zero where it takes none),
      *> then the cost center the step's GPU time is billed to (blank
      *> for an untagged step).
      *> Lines with a blank step name are ignored so the file can hold
      *> spacing.
       01  jobplan-record.
               88  jp-is-gated              value "Y".
           05  filler                   pic x(1).
           05  jp-int-arg               pic 9(9).
           05  filler                   pic x(1).
           05  jp-cost-center           pic x(8).
       fd  night-log.
       01  ng-line                     pic x(120).
      *> Calendar lines come in two kinds, told apart by the tag in
      *> the first four columns and maintained by operations:
      *>   DATE yyyymmdd daytype   - what kind of night a date is;
      *>   TYPE daytype  planfile  - the job plan a day type runs.
      *> Lines with any other tag are ignored so the file can hold
      *> spacing.
       fd  calendar-file.
       01  calendar-record.
           05  cl-tag                  pic x(4).
               88  cl-is-date              value "DATE".
               88  cl-is-type              value "TYPE".
           05  filler                  pic x(1).
           05  cl-body                 pic x(49).
       01  calendar-date-record redefines calendar-record.
           05  filler                  pic x(5).
           05  cd-date                 pic x(8).
           05  filler                  pic x(1).
           05  cd-day-type             pic x(8).
           05  filler                  pic x(32).
       01  calendar-type-record redefines calendar-record.
           05  filler                  pic x(5).
           05  ct-day-type             pic x(8).
           05  filler                  pic x(1).
           05  ct-plan-file            pic x(40).

       working-storage section.
       copy "particelle-runid.cpy".
       01  ws-jobplan-status           pic x(2).
       01  ws-night-log-status         pic x(2).
       01  ws-calendar-status          pic x(2).
       01  ws-calendar-eof             pic x(1).
       01  ws-jobplan-file-name        pic x(64)
               value "PARTICELLE.JOBPLAN".

      *> Tonight's calendar entry and the plan file each day type
      *> names. The five day types are the ones operations mark;
      *> anything else on a DATE line is refused rather than guessed.
       01  ws-tonight-type             pic x(8) value spaces.
           88  ws-type-known               value "WEEKDAY" "WEEKEND"
                                               "MONTHEND" "FREEZE"
                                               "BLACKOUT".
           88  ws-type-blackout            value "BLACKOUT".
       01  ws-plan-type-table.
           05  ws-plan-type-count      pic 9(4) comp-5 value 0.
           05  ws-plan-type-row        occurs 10 times indexed by pt-idx.
               10  pt-day-type         pic x(8).
               10  pt-plan-file        pic x(40).
       01  ws-plan-found               pic x(1).

      *> The coming week's dates, each marked once the calendar is
      *> seen to cover it.
       01  ws-week-table.
           05  ws-week-row             occurs 7 times indexed by wk-idx.
               10  wk-date             pic x(8).
               10  wk-covered          pic x(1).
       01  ws-week-date                pic 9(8).
       01  ws-uncovered-count          pic 9(4) comp-5.
       01  ws-first-uncovered          pic x(8).
       01  ws-uncovered-display        pic 9.

       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).
       01  ws-jobplan-eof              pic x(1).
       01  ws-run-stamp                pic x(21).
       01  ws-today                    pic x(8).
       01  ws-sized-count              pic s9(9) comp-5 value 0.
       01  ws-night-rc                 pic s9(9) comp-5 value 0.
       01  ws-force-restart            pic x(1) value "Y".
       01  ws-export-restart           pic x(1) value "N".
       01  ws-step-verdict             pic x(7).
       01  ws-step-start               pic x(21).
       01  ws-step-end                 pic x(21).

       copy "particelle-nightlog.cpy".

       procedure division.
       main-para.
           end-string
           move ws-run-stamp(1:8) to ws-today

           perform choose-night-plan
           if ws-night-rc <> 0
               move ws-night-rc to return-code
               goback
           end-if

           open input jobplan-file
           if ws-jobplan-status <> "00"
      *> No plan means no night was run at all - that has to be loud,
      *> not a night log that reads as "nothing was scheduled".
               display "particelle-nightrun: jobplan "
                   ws-jobplan-file-name " open failed, "
                   "status " ws-jobplan-status
               move 16 to return-code
               stop run
               move 16 to return-code
               stop run
           end-if
      *> The log is reopened for every line rather than held open
      *> all night, so each step's line is on disk before the next
      *> step starts - for a balancing step later in the same plan
      *> to read, and for the morning shift if the night abends.
           close night-log

           move "N" to ws-jobplan-eof
           perform until ws-jobplan-eof = "Y"
           end-if

           close jobplan-file
           move ws-night-rc to return-code
           goback.

      *> The calendar is read once, up front: tonight's day type,
      *> the plan file each type names, and whether the coming week
      *> is covered. The coverage warning is raised whatever tonight
      *> turns out to be - a blackout night is exactly when nobody is
      *> looking at the calendar.
       choose-night-plan.
           move 0 to ws-night-rc
           open input calendar-file
           if ws-calendar-status <> "00"
               if ws-calendar-status <> "05"
                       and ws-calendar-status <> "35"
                   display "particelle-nightrun: calendar open failed, "
                       "status " ws-calendar-status
                       ", running " ws-jobplan-file-name
               end-if
               exit paragraph
           end-if
           perform varying wk-idx from 1 by 1 until wk-idx > 7
               compute ws-week-date = function date-of-integer
                   (function integer-of-date
                       (function numval(ws-today)) + wk-idx)
               move ws-week-date to wk-date(wk-idx)
               move "N" to wk-covered(wk-idx)
           end-perform
           move "N" to ws-calendar-eof
           perform until ws-calendar-eof = "Y"
               read calendar-file
                   at end
                       move "Y" to ws-calendar-eof
                   not at end
                       evaluate true
                           when cl-is-date
                               perform note-calendar-date
                           when cl-is-type
                               perform note-calendar-type
                       end-evaluate
               end-read
           end-perform
           close calendar-file
           perform check-week-coverage

           evaluate true
               when ws-tonight-type = spaces
                   display "particelle-nightrun: no calendar entry for "
                       ws-today ", running " ws-jobplan-file-name
               when ws-type-blackout
      *> Refused, not failed: nothing went wrong, the night was
      *> never meant to run. The log line is the record of why.
                   display "particelle-nightrun: " ws-today
                       " is a blackout date, night refused"
                   move "BLACKOUT" to nl-step-name
                   move 4 to ws-night-rc
                   perform write-refusal-line
               when not ws-type-known
                   display "particelle-nightrun: " ws-today
                       " has unknown day type '" ws-tonight-type
                       "', night refused"
                   move "CALENDAR" to nl-step-name
                   move 8 to ws-night-rc
                   perform write-refusal-line
               when other
                   perform select-type-plan
           end-evaluate.

       note-calendar-date.
           if cd-date = ws-today
               move function upper-case(cd-day-type) to ws-tonight-type
           end-if
           perform varying wk-idx from 1 by 1 until wk-idx > 7
               if cd-date = wk-date(wk-idx)
                   move "Y" to wk-covered(wk-idx)
               end-if
           end-perform.

       note-calendar-type.
           if ws-plan-type-count >= 10
               display "particelle-nightrun: calendar type table "
                   "full, " ct-day-type " ignored"
               exit paragraph
           end-if
           add 1 to ws-plan-type-count
           move function upper-case(ct-day-type)
               to pt-day-type(ws-plan-type-count)
           move ct-plan-file to pt-plan-file(ws-plan-type-count).

      *> A known day type with no TYPE line runs the standard plan -
      *> only a blackout or an unknown type stops the night.
       select-type-plan.
           move "N" to ws-plan-found
           perform varying pt-idx from 1 by 1
                   until pt-idx > ws-plan-type-count
                       or ws-plan-found = "Y"
               if pt-day-type(pt-idx) = ws-tonight-type
                       and pt-plan-file(pt-idx) <> spaces
                   move pt-plan-file(pt-idx) to ws-jobplan-file-name
                   move "Y" to ws-plan-found
               end-if
           end-perform
           display "particelle-nightrun: " ws-today " is "
               ws-tonight-type ", running " ws-jobplan-file-name.

       check-week-coverage.
           move 0 to ws-uncovered-count
           move spaces to ws-first-uncovered
           perform varying wk-idx from 1 by 1 until wk-idx > 7
               if wk-covered(wk-idx) = "N"
                   add 1 to ws-uncovered-count
                   if ws-first-uncovered = spaces
                       move wk-date(wk-idx) to ws-first-uncovered
                   end-if
               end-if
           end-perform
           if ws-uncovered-count > 0
               perform raise-calendar-short-alert
           end-if.

       raise-calendar-short-alert.
           move "WARN" to ws-alert-severity
           move "particelle-nightrun" to ws-alert-source
           move "CALENDAR-SHORT" to ws-alert-condition
           move ws-uncovered-count to ws-uncovered-display
           move spaces to ws-alert-detail
           string ws-uncovered-display " of the next 7 days not in "
               "calendar, first " ws-first-uncovered
               delimited by size into ws-alert-detail
           end-string
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

      *> A refused night still gets its one log line, stamped and
      *> carrying the refusal status, so the morning shift and the
      *> service-level figures see the night was deliberately not run.
       write-refusal-line.
           move function current-date to ws-step-start
           move ws-step-start to ws-step-end
           move "REFUSED" to ws-step-verdict
           move ws-night-rc to ws-step-rc
           move 0 to ws-step-count
           move spaces to pri-cost-center
           perform write-nightlog-line.

       drive-one-step.
           add 1 to ws-steps-run
      *> Each step runs for its own plan line's requester: the run id
      *> spans the night, the cost center changes step by step.
           move function upper-case(jp-cost-center) to pri-cost-center
           move 0 to ws-step-count
           if jp-int-arg numeric
               move jp-int-arg to ws-step-count
           end-if
           move function current-date to ws-step-start
           evaluate true
               when ws-night-stopped = "Y"
                   perform judge-step-outcome
           end-evaluate
           move function current-date to ws-step-end
           move jp-step-name to nl-step-name
           perform write-nightlog-line.

       run-plan-step.
                   call "particelle-reconcile"
                   move return-code to ws-step-rc
               when "FRAMEEXPORT"
      *> Likewise the night's export is always a fresh one; resuming
      *> a failed export at its first missing frame is an operator
      *> re-run with the restart flag set.
                   call "particelle-frameexport" using ws-step-count
                       ws-export-restart ws-step-rc
                   end-call
               when "OPSREPORT"
                   call "particelle-opsreport" using ws-today
                   end-call
               when "RUNLEDGER"
                   call "particelle-runledger" using ws-step-rc
               when "BALANCE"
                   call "particelle-balance" using ws-today
                       ws-step-rc
                   end-call
               when "AUDITROLL"
                   call "particelle-auditroll" using ws-step-count
                       ws-step-rc

       write-nightlog-line.
           move pri-run-id to nl-run-id
           move ws-step-start to nl-start
           move ws-step-end to nl-end
           move ws-step-verdict to nl-verdict
           move ws-step-rc to nl-return-code
           move ws-step-count to nl-step-arg
           move pri-cost-center to nl-cost-center
           open extend night-log
           if ws-night-log-status <> "00" and ws-night-log-status <> "05"
               display "particelle-nightrun: night log open failed, "
                   "status " ws-night-log-status
               exit paragraph
           end-if
           move particelle-nightlog-line to ng-line
           write ng-line
           if ws-night-log-status <> "00"
               display "particelle-nightrun: night log write failed, "
                   "status " ws-night-log-status
           end-if
           close night-log.

       end program "particelle-nightrun".
