      $set sourceformat(free)
      *> Audit-trail inquiry across generations. particelle-opsreport
      *> looks at one date in the live trail; once particelle-auditroll
      *> has moved older records into the dated generation files an
      *> answer over a month means opening every one of them. This job
      *> takes the selection criteria - date range, run id, entry
      *> name, record type (CALL/ABORT), return-code class by the
      *> particelle-status condition names (particelle-ok,
      *> particelle-bad-input, particelle-render-failed,
      *> particelle-gpu-init-failed, particelle-env-unsupported, or
      *> OTHER for any status outside them) and a particle-count range
      *> - reads only the cataloged generations inside the date range
      *> plus the live trail, and writes every matching record with
      *> totals to PARTICELLE.AUDITQRY. Any blank criterion (zero for
      *> the count range) selects everything.
      *>
      *> Retention purges generations, so an empty answer can mean
      *> "never happened" or "no longer on file". PARTICELLE.ROLLLOG
      *> names every generation auditroll purged, and each requested
      *> date found purged there is listed in the extract - and turns
      *> the return code to 4 - so the two are never confused.
       identification division.
       program-id. "particelle-auditqry".
       environment division.
       input-output section.
       file-control.
           select optional particelle-audit-file assign to "PARTICELLE.AUDIT"
               organization is line sequential
               file status is ws-audit-file-status.
           select optional generation-file
               assign to dynamic ws-generation-file-name
               organization is line sequential
               file status is ws-generation-status.
           select optional generation-catalog
               assign to "PARTICELLE.AUDIT.GENS"
               organization is line sequential
               file status is ws-catalog-status.
           select optional roll-log assign to "PARTICELLE.ROLLLOG"
               organization is line sequential
               file status is ws-roll-log-status.
           select query-extract assign to "PARTICELLE.AUDITQRY"
               organization is line sequential
               file status is ws-extract-status.

       data division.
       file section.
       fd  particelle-audit-file.
       copy "particelle-audit.cpy".
      *> gf-line carries whole particelle-audit.cpy records verbatim,
      *> so its width must track that copybook's record length.
       fd  generation-file.
       01  gf-line                     pic x(158).
       fd  generation-catalog.
       01  gc-line                     pic x(8).
       fd  roll-log.
       01  lg-line                     pic x(100).
       fd  query-extract.
       01  qx-line                     pic x(180).

       working-storage section.
       copy "particelle-status.cpy".
       01  ws-audit-file-status        pic x(2).
       01  ws-generation-status        pic x(2).
       01  ws-catalog-status           pic x(2).
       01  ws-roll-log-status          pic x(2).
       01  ws-extract-status           pic x(2).
       01  ws-file-eof                 pic x(1).
       01  ws-generation-file-name     pic x(64).

      *> The criteria as applied: blank dates open the range at
      *> either end, the entry name and class are compared upper case.
       01  ws-date-from                pic x(8).
       01  ws-date-to                  pic x(8).
       01  ws-entry-name               pic x(30).
       01  ws-record-type              pic x(5).
       01  ws-status-class             pic x(30).
           88  ws-class-any                value spaces.
           88  ws-class-ok                 value "OK".
           88  ws-class-bad-input          value "BAD-INPUT".
           88  ws-class-render-failed      value "RENDER-FAILED".
           88  ws-class-gpu-init-failed    value "GPU-INIT-FAILED".
           88  ws-class-env-unsupported    value "ENV-UNSUPPORTED".
           88  ws-class-other              value "OTHER".
       01  ws-count-range-set          pic x(1).
       01  ws-record-class             pic x(16).

      *> Cataloged generations, read oldest first so the extract reads
      *> in date order. 400 rows matches particelle-auditroll's own
      *> generation table.
       01  ws-generation-table.
           05  ws-generation-count     pic 9(4) comp-5 value 0.
           05  ws-generation-row       occurs 400 times indexed by gn-idx.
               10  gn-date             pic x(8).
               10  gn-read             pic x(1).
       01  ws-oldest-date              pic x(8).
       01  ws-oldest-index             pic 9(4) comp-5.
       01  ws-date-cataloged           pic x(1).

      *> Dates in range the roll log shows purged and the catalog no
      *> longer holds.
       01  ws-purged-table.
           05  ws-purged-count         pic 9(4) comp-5 value 0.
           05  ws-purged-row           occurs 400 times indexed by pg-idx.
               10  pg-date             pic x(8).
               10  pg-purged-at        pic x(21).
       01  ws-purge-parse.
           05  pp-timestamp            pic x(21).
           05  pp-label                pic x(8).
           05  pp-file-prefix          pic x(18).
           05  pp-date                 pic x(8).
           05  filler                  pic x(45).
       01  ws-purge-known              pic x(1).

       01  ws-source-name              pic x(30).
       01  ws-source-tag               pic x(8).
       01  ws-source-read              pic 9(9) comp-5.
       01  ws-source-matched           pic 9(9) comp-5.
       01  ws-sources-read             pic 9(4) comp-5 value 0.

       01  ws-total-read               pic 9(9) comp-5 value 0.
       01  ws-total-matched            pic 9(9) comp-5 value 0.
       01  ws-total-calls              pic 9(9) comp-5 value 0.
       01  ws-total-aborts             pic 9(9) comp-5 value 0.
       01  ws-total-ok                 pic 9(9) comp-5 value 0.
       01  ws-total-bad-input          pic 9(9) comp-5 value 0.
       01  ws-total-render-failed      pic 9(9) comp-5 value 0.
       01  ws-total-gpu-init-failed    pic 9(9) comp-5 value 0.
       01  ws-total-env-unsupported    pic 9(9) comp-5 value 0.
       01  ws-total-other              pic 9(9) comp-5 value 0.

       01  ws-heading-line.
           05  filler                  pic x(34)
                   value "PARTICELLE AUDIT INQUIRY PRODUCED ".
           05  hl-produced             pic x(21).

       01  ws-criterion-line.
           05  filler                  pic x(12) value "  CRITERION ".
           05  cr-name                 pic x(16).
           05  filler                  pic x(1) value space.
           05  cr-value                pic x(30).

       01  ws-count-value.
           05  cv-low                  pic -(8)9.
           05  filler                  pic x(4) value " TO ".
           05  cv-high                 pic -(8)9.

       01  ws-source-line.
           05  filler                  pic x(9) value "  SOURCE ".
           05  sl-file-name            pic x(30).
           05  filler                  pic x(1) value space.
           05  sl-state                pic x(11).
           05  filler                  pic x(6) value " READ=".
           05  sl-read                 pic z(8)9.
           05  filler                  pic x(9) value " MATCHED=".
           05  sl-matched              pic z(8)9.

       01  ws-purged-line.
           05  filler                  pic x(9) value "  PURGED ".
           05  pl-date                 pic x(8).
           05  filler                  pic x(25)
                   value " BY RETENTION, ROLLLOG AT".
           05  filler                  pic x(1) value space.
           05  pl-purged-at            pic x(21).

       01  ws-match-line.
           05  filler                  pic x(6) value "MATCH ".
           05  ml-source               pic x(8).
           05  filler                  pic x(1) value space.
           05  ml-record               pic x(158).

       01  ws-total-line.
           05  filler                  pic x(11) value "TOTAL READ=".
           05  tl-read                 pic z(8)9.
           05  filler                  pic x(9) value " MATCHED=".
           05  tl-matched              pic z(8)9.
           05  filler                  pic x(7) value " CALLS=".
           05  tl-calls                pic z(8)9.
           05  filler                  pic x(8) value " ABORTS=".
           05  tl-aborts               pic z(8)9.
           05  filler                  pic x(9) value " SOURCES=".
           05  tl-sources              pic zzz9.
           05  filler                  pic x(8) value " PURGED=".
           05  tl-purged               pic zzz9.

       01  ws-class-total-line.
           05  filler                  pic x(9) value "TOTAL OK=".
           05  ct-ok                   pic z(8)9.
           05  filler                  pic x(11) value " BAD-INPUT=".
           05  ct-bad-input            pic z(8)9.
           05  filler                  pic x(15) value " RENDER-FAILED=".
           05  ct-render-failed        pic z(8)9.
           05  filler                  pic x(17) value " GPU-INIT-FAILED=".
           05  ct-gpu-init-failed      pic z(8)9.
           05  filler                  pic x(17) value " ENV-UNSUPPORTED=".
           05  ct-env-unsupported      pic z(8)9.
           05  filler                  pic x(7) value " OTHER=".
           05  ct-other                pic z(8)9.

       linkage section.
       01  ls-date-from                pic x(8).
       01  ls-date-to                  pic x(8).
       01  ls-run-id                   pic x(15).
       01  ls-entry-name               pic x(30).
       01  ls-record-type              pic x(5).
       01  ls-status-class             pic x(30).
       01  ls-count-low                pic s9(9) comp-5.
       01  ls-count-high               pic s9(9) comp-5.
       01  ls-return-code              pic s9(9) comp-5.

       procedure division using ls-date-from ls-date-to ls-run-id
               ls-entry-name ls-record-type ls-status-class
               ls-count-low ls-count-high ls-return-code.
       main-para.
           move 0 to ls-return-code
           perform validate-criteria
           if ls-return-code <> 0
               goback
           end-if

           open output query-extract
           if ws-extract-status <> "00"
               display "particelle-auditqry: extract open failed, "
                   "status " ws-extract-status
               move 16 to ls-return-code
               goback
           end-if
           perform write-extract-heading

           perform load-generation-catalog
           perform read-generations-in-range
           move "PARTICELLE.AUDIT" to ws-source-name
           move "LIVE" to ws-source-tag
           perform read-live-trail
           perform find-purged-dates

           perform write-extract-totals
           if ws-extract-status <> "00"
               display "particelle-auditqry: extract write failed, "
                   "status " ws-extract-status
               move 16 to ls-return-code
           end-if
           close query-extract

           if ls-return-code = 0
                   and (ws-total-matched = 0 or ws-purged-count > 0)
               move 4 to ls-return-code
           end-if
           goback.

       validate-criteria.
           move ls-date-from to ws-date-from
           move ls-date-to to ws-date-to
           if ws-date-from = spaces
               move "00000000" to ws-date-from
           end-if
           if ws-date-to = spaces
               move "99999999" to ws-date-to
           end-if
           if ws-date-from not numeric or ws-date-to not numeric
               display "particelle-auditqry: dates must be yyyymmdd "
                   "or blank"
               move -1 to ls-return-code
               exit paragraph
           end-if
           if ws-date-from > ws-date-to
               display "particelle-auditqry: date range " ws-date-from
                   "-" ws-date-to " is backwards"
               move -1 to ls-return-code
               exit paragraph
           end-if

           move function upper-case(ls-entry-name) to ws-entry-name
           move function upper-case(ls-record-type) to ws-record-type
           if ws-record-type <> spaces and ws-record-type <> "CALL "
                   and ws-record-type <> "ABORT"
               display "particelle-auditqry: record type must be CALL, "
                   "ABORT or blank"
               move -1 to ls-return-code
               exit paragraph
           end-if

      *> The class may be given as the condition name itself or
      *> without its particelle- prefix.
           move function upper-case(ls-status-class) to ws-status-class
           if ws-status-class(1:11) = "PARTICELLE-"
               move ws-status-class(12:19) to ws-status-class
           end-if
           if not ws-class-any and not ws-class-ok
                   and not ws-class-bad-input
                   and not ws-class-render-failed
                   and not ws-class-gpu-init-failed
                   and not ws-class-env-unsupported
                   and not ws-class-other
               display "particelle-auditqry: status class "
                   ls-status-class " is not a particelle-status name"
               move -1 to ls-return-code
               exit paragraph
           end-if

           move "N" to ws-count-range-set
           if ls-count-low <> 0 or ls-count-high <> 0
               if ls-count-low > ls-count-high
                   display "particelle-auditqry: particle-count range "
                       "is backwards"
                   move -1 to ls-return-code
                   exit paragraph
               end-if
               move "Y" to ws-count-range-set
           end-if.

       write-extract-heading.
           move function current-date to hl-produced
           move ws-heading-line to qx-line
           write qx-line
           move "DATE-FROM" to cr-name
           move ws-date-from to cr-value
           perform write-criterion-line
           move "DATE-TO" to cr-name
           move ws-date-to to cr-value
           perform write-criterion-line
           move "RUN-ID" to cr-name
           move ls-run-id to cr-value
           perform write-criterion-line
           move "ENTRY" to cr-name
           move ws-entry-name to cr-value
           perform write-criterion-line
           move "RECORD-TYPE" to cr-name
           move ws-record-type to cr-value
           perform write-criterion-line
           move "STATUS-CLASS" to cr-name
           move ws-status-class to cr-value
           perform write-criterion-line
           move "PARTICLE-COUNT" to cr-name
           if ws-count-range-set = "Y"
               move ls-count-low to cv-low
               move ls-count-high to cv-high
               move ws-count-value to cr-value
           else
               move spaces to cr-value
           end-if
           perform write-criterion-line.

       write-criterion-line.
           if cr-value = spaces
               move "(any)" to cr-value
           end-if
           move ws-criterion-line to qx-line
           write qx-line.

       load-generation-catalog.
           open input generation-catalog
           if ws-catalog-status <> "00"
               if ws-catalog-status <> "05"
                   display "particelle-auditqry: generation catalog "
                       "open failed, status " ws-catalog-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read generation-catalog
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       if gc-line <> spaces
                           perform add-generation-row
                       end-if
               end-read
           end-perform
           close generation-catalog.

       add-generation-row.
           if ws-generation-count >= 400
               display "particelle-auditqry: generation table full, "
                   gc-line " not read"
           else
               add 1 to ws-generation-count
               move gc-line to gn-date(ws-generation-count)
               move "N" to gn-read(ws-generation-count)
           end-if.

      *> Generations outside the range are never opened - the catalog
      *> names each file by the one date it holds.
       read-generations-in-range.
           perform varying gn-idx from 1 by 1
                   until gn-idx > ws-generation-count
               if gn-date(gn-idx) < ws-date-from
                       or gn-date(gn-idx) > ws-date-to
                   move "Y" to gn-read(gn-idx)
               end-if
           end-perform
           perform find-oldest-unread
           perform until ws-oldest-index = 0
               move "Y" to gn-read(ws-oldest-index)
               move spaces to ws-generation-file-name
               string "PARTICELLE.AUDIT.G" ws-oldest-date
                   delimited by size into ws-generation-file-name
               end-string
               move ws-generation-file-name to ws-source-name
               move ws-oldest-date to ws-source-tag
               perform read-one-generation
               perform find-oldest-unread
           end-perform.

       find-oldest-unread.
           move 0 to ws-oldest-index
           move high-values to ws-oldest-date
           perform varying gn-idx from 1 by 1
                   until gn-idx > ws-generation-count
               if gn-read(gn-idx) = "N"
                       and gn-date(gn-idx) < ws-oldest-date
                   move gn-date(gn-idx) to ws-oldest-date
                   set ws-oldest-index to gn-idx
               end-if
           end-perform.

       read-one-generation.
           move 0 to ws-source-read
           move 0 to ws-source-matched
           open input generation-file
           if ws-generation-status <> "00"
      *> Cataloged but not on disk: the date is not answerable, and
      *> the source line says so rather than reading as zero matches.
               if ws-generation-status = "05"
                   move "MISSING" to sl-state
               else
                   display "particelle-auditqry: generation "
                       ws-generation-file-name " open failed, status "
                       ws-generation-status
                   move "UNREADABLE" to sl-state
               end-if
               perform write-source-line
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read generation-file
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       move gf-line to particelle-audit-record
                       perform select-audit-record
               end-read
           end-perform
           close generation-file
           move "READ" to sl-state
           perform write-source-line.

       read-live-trail.
           move 0 to ws-source-read
           move 0 to ws-source-matched
           open input particelle-audit-file
           if ws-audit-file-status <> "00"
               if ws-audit-file-status = "05"
                   move "NOT ON FILE" to sl-state
               else
                   display "particelle-auditqry: audit file open "
                       "failed, status " ws-audit-file-status
                   move "UNREADABLE" to sl-state
               end-if
               perform write-source-line
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read particelle-audit-file
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       perform select-audit-record
               end-read
           end-perform
           close particelle-audit-file
           move "READ" to sl-state
           perform write-source-line.

       write-source-line.
           add 1 to ws-sources-read
           move ws-source-name to sl-file-name
           move ws-source-read to sl-read
           move ws-source-matched to sl-matched
           move ws-source-line to qx-line
           write qx-line.

       select-audit-record.
           add 1 to ws-source-read
           add 1 to ws-total-read
           if pa-timestamp(1:8) < ws-date-from
                   or pa-timestamp(1:8) > ws-date-to
               exit paragraph
           end-if
           if ls-run-id <> spaces and pa-run-id <> ls-run-id
               exit paragraph
           end-if
           if ws-entry-name <> spaces and pa-entry-name <> ws-entry-name
               exit paragraph
           end-if
           if ws-record-type <> spaces
                   and pa-record-type <> ws-record-type
               exit paragraph
           end-if
      *> A count range selects only records that carried a particle
      *> count - PARTICELLE3's call takes none.
           if ws-count-range-set = "Y"
               if pa-arg-present <> "Y"
                       or pa-int-arg < ls-count-low
                       or pa-int-arg > ls-count-high
                   exit paragraph
               end-if
           end-if
           perform classify-return-code
           if not ws-class-any and ws-record-class <> ws-status-class
               exit paragraph
           end-if

           add 1 to ws-source-matched
           add 1 to ws-total-matched
           if pa-is-abort
               add 1 to ws-total-aborts
           else
               add 1 to ws-total-calls
           end-if
           evaluate ws-record-class
               when "OK"
                   add 1 to ws-total-ok
               when "BAD-INPUT"
                   add 1 to ws-total-bad-input
               when "RENDER-FAILED"
                   add 1 to ws-total-render-failed
               when "GPU-INIT-FAILED"
                   add 1 to ws-total-gpu-init-failed
               when "ENV-UNSUPPORTED"
                   add 1 to ws-total-env-unsupported
               when other
                   add 1 to ws-total-other
           end-evaluate
           move ws-source-tag to ml-source
           move particelle-audit-record to ml-record
           move ws-match-line to qx-line
           write qx-line
           if ws-extract-status <> "00"
               display "particelle-auditqry: extract write failed, "
                   "status " ws-extract-status
               move 16 to ls-return-code
           end-if.

       classify-return-code.
           move pa-return-code to particelle-return-code
           evaluate true
               when particelle-ok
                   move "OK" to ws-record-class
               when particelle-bad-input
                   move "BAD-INPUT" to ws-record-class
               when particelle-render-failed
                   move "RENDER-FAILED" to ws-record-class
               when particelle-gpu-init-failed
                   move "GPU-INIT-FAILED" to ws-record-class
               when particelle-env-unsupported
                   move "ENV-UNSUPPORTED" to ws-record-class
               when other
                   move "OTHER" to ws-record-class
           end-evaluate.

      *> particelle-auditroll writes its PURGED line before it deletes
      *> the generation, so the roll log is the record of what
      *> retention has taken. A date the catalog holds again (records
      *> archived into it after the purge) was read above and is not
      *> listed.
       find-purged-dates.
           open input roll-log
           if ws-roll-log-status <> "00"
               if ws-roll-log-status <> "05"
                   display "particelle-auditqry: roll log open failed, "
                       "status " ws-roll-log-status
               end-if
               exit paragraph
           end-if
           move "N" to ws-file-eof
           perform until ws-file-eof = "Y"
               read roll-log
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       move lg-line to ws-purge-parse
                       if pp-label = " PURGED "
                               and pp-date >= ws-date-from
                               and pp-date <= ws-date-to
                           perform note-purged-date
                       end-if
               end-read
           end-perform
           close roll-log
           perform varying pg-idx from 1 by 1
                   until pg-idx > ws-purged-count
               move pg-date(pg-idx) to pl-date
               move pg-purged-at(pg-idx) to pl-purged-at
               move ws-purged-line to qx-line
               write qx-line
           end-perform.

       note-purged-date.
           move "N" to ws-date-cataloged
           perform varying gn-idx from 1 by 1
                   until gn-idx > ws-generation-count
               if gn-date(gn-idx) = pp-date
                   move "Y" to ws-date-cataloged
               end-if
           end-perform
           if ws-date-cataloged = "Y"
               exit paragraph
           end-if
           move "N" to ws-purge-known
           perform varying pg-idx from 1 by 1
                   until pg-idx > ws-purged-count
               if pg-date(pg-idx) = pp-date
                   move "Y" to ws-purge-known
               end-if
           end-perform
           if ws-purge-known = "Y"
               exit paragraph
           end-if
           if ws-purged-count >= 400
               display "particelle-auditqry: purged-date table full, "
                   pp-date " not listed"
           else
               add 1 to ws-purged-count
               move pp-date to pg-date(ws-purged-count)
               move pp-timestamp to pg-purged-at(ws-purged-count)
           end-if.

       write-extract-totals.
           if ws-total-matched = 0
               if ws-purged-count > 0
                   move spaces to qx-line
                   string "NO MATCHING RECORDS ON FILE - SOME "
                       "REQUESTED DATES PURGED, ANSWER INCOMPLETE"
                       delimited by size into qx-line
                   end-string
               else
                   move "NO MATCHING RECORDS" to qx-line
               end-if
               write qx-line
           end-if
           move ws-total-read to tl-read
           move ws-total-matched to tl-matched
           move ws-total-calls to tl-calls
           move ws-total-aborts to tl-aborts
           move ws-sources-read to tl-sources
           move ws-purged-count to tl-purged
           move ws-total-line to qx-line
           write qx-line
           move ws-total-ok to ct-ok
           move ws-total-bad-input to ct-bad-input
           move ws-total-render-failed to ct-render-failed
           move ws-total-gpu-init-failed to ct-gpu-init-failed
           move ws-total-env-unsupported to ct-env-unsupported
           move ws-total-other to ct-other
           move ws-class-total-line to qx-line
           write qx-line.

       end program "particelle-auditqry".
