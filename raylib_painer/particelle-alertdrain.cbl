      *> audit rollover uses. The feed write lands before the mark:
      *> a crash between the two can page a record twice, but can
      *> never lose one - losing an alert is the failure this file
      *> exists to prevent. The whole poll runs under the ALERTS lock
      *> (particelle-lock) so no particelle-alert append can land
      *> between the read and the swap; a poll that cannot get the
      *> lock warns, returns 8 and leaves everything for the next one.
       identification division.
       program-id. "particelle-alertdrain".
       environment division.
       fd  new-alert-file.
      *> Carries whole particelle-alert.cpy records verbatim, so its
      *> width must track that copybook's record length.
       01  na-line                     pic x(166).
       fd  alert-out.
       01  ao-line                     pic x(166).

       working-storage section.
       01  ws-alert-file-status        pic x(2).
       01  ws-delete-file-name         pic x(64).
       01  ws-rename-from              pic x(64).
       01  ws-rename-to                pic x(64).
       01  ws-lock-action              pic x(7).
       01  ws-lock-resource            pic x(24) value "ALERTS".
       01  ws-lock-program             pic x(24)
               value "particelle-alertdrain".
       01  ws-lock-rc                  pic s9(9) comp-5.
       01  ws-alert-severity           pic x(4).
       01  ws-alert-source             pic x(24).
       01  ws-alert-condition          pic x(20).
       01  ws-alert-detail             pic x(60).

       linkage section.
       01  ls-drained-count            pic s9(9) comp-5.
           move 0 to ls-return-code
           move 0 to ls-drained-count

           move "ACQUIRE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           if ws-lock-rc <> 0
               move 8 to ls-return-code
               perform raise-lock-timeout-alert
               goback
           end-if
           perform drain-alert-file
           move "RELEASE" to ws-lock-action
           call "particelle-lock" using ws-lock-action ws-lock-resource
               ws-lock-program ws-lock-rc
           end-call
           goback.

       drain-alert-file.
           open input alert-file
           if ws-alert-file-status = "05" or ws-alert-file-status = "35"
      *> No alert file yet simply means nothing has alerted - the
      *> bridge polls on a timer, so that is the quiet normal case.
               exit paragraph
           end-if
           if ws-alert-file-status <> "00"
               display "particelle-alertdrain: alert file open "
                   "failed, status " ws-alert-file-status
               move 16 to ls-return-code
               exit paragraph
           end-if

           open output new-alert-file
                   "failed, status " ws-new-alert-status
               close alert-file
               move 16 to ls-return-code
               exit paragraph
           end-if
           open extend alert-out
           if ws-alert-out-status <> "00" and ws-alert-out-status <> "05"
               close alert-file
               close new-alert-file
               move 16 to ls-return-code
               exit paragraph
           end-if

           move "N" to ws-alert-eof
               call "CBL_DELETE_FILE" using ws-delete-file-name
           end-if

           move ws-drained-count to ls-drained-count.

       drain-one-record.
           if pal-is-pending
               move function current-date to pal-delivered-timestamp
               move particelle-alert-record to ao-line
               write ao-line
               if ws-alert-out-status <> "00"
      *> below, to be retried on the bridge's next poll.
                   display "particelle-alertdrain: alert feed write "
                       "failed, status " ws-alert-out-status
                   move spaces to pal-delivered-timestamp
                   move 16 to ls-return-code
               else
                   set pal-is-delivered to true
               end-if
           end-if.

      *> The alert for a busy alert file is itself appended by
      *> particelle-alert, which goes ahead unlocked when it has to.
       raise-lock-timeout-alert.
           move "WARN" to ws-alert-severity
           move "particelle-alertdrain" to ws-alert-source
           move "LOCK-TIMEOUT" to ws-alert-condition
           move "ALERTS busy, nothing drained this poll"
               to ws-alert-detail
           call "particelle-alert" using ws-alert-severity
               ws-alert-source ws-alert-condition ws-alert-detail
           end-call.

       end program "particelle-alertdrain".
