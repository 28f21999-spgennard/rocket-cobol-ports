      *> Operations select a mode number instead of memorizing which
      *> c_typedefs entry each one maps to; particelle-caller still owns
      *> the 64-bit check and the audit trail for the underlying call.
      *> The operator also names the cost center the run is for, so
      *> ad hoc GPU time bills back to the department that asked.
       identification division.
       program-id. "particelle-menu".
       data division.
       linkage section.
       01  ls-mode-number              pic 9(2).
       01  ls-int-arg                  pic s9(9) comp-5.
       01  ls-cost-center              pic x(8).
       01  ls-return-code              pic s9(9) comp-5.

       procedure division using ls-mode-number ls-int-arg
               ls-cost-center ls-return-code.
       main-para.
      *> An operator-selected run is its own attempt, so it gets its
      *> own run id before particelle-caller stamps the audit trail.
           string "R" ws-run-stamp(1:14)
               delimited by size into pri-run-id
           end-string
           move function upper-case(ls-cost-center) to pri-cost-center
           perform init-mode-table
           move "N" to ws-found-flag
           perform varying wm-idx from 1 by 1 until wm-idx > 3
