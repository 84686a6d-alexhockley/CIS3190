      *                SELFTEST department so the operations report
      *                and the volume aggregation can keep the test
      *                lines out of the live-traffic totals
      *2026-10-15  AH  leave a SELFTFL line in the audit trail when
      *                the self-test fails, carrying the number of
      *                vectors that missed, so a refused run is on the
      *                trail and not only in a job log

       identification division.
       program-id. selftest.
      *the reserved department the reports filter out - vector runs
      *are not message traffic
       01 ws-st-dept   pic x(8) value "SELFTEST".
      *a failed self-test leaves its own line in the audit trail -
      *the operation code marks the failure and the length column
      *carries how many vectors missed their answers
       01 ws-fail-op   pic x(7) value "SELFTFL".
       01 ws-fail-len  pic 9(5).
       01 ws-zero-total  pic 9(5) value 0.
       01 ws-zero-spaces pic 9(5) value 0.
       01 ws-zero-nonalp pic 9(5) value 0.
       01 ws-zero-upper  pic 9(5) value 0.
       01 ws-zero-lower  pic 9(5) value 0.
       01 ws-flag-n    pic x(1) value "N".

       linkage section.
       77 lnk-ok-out pic x(1).
               display "SELFTEST: " ws-fail-count " vector(s) "
                   "FAILED - the cipher does not match its known "
                   "answers"
               move ws-fail-count to ws-fail-len
               call "auditlog" using ws-fail-op, ws-fail-len,
                   ws-flag-n, ws-zero-total, ws-zero-spaces,
                   ws-zero-nonalp, ws-zero-upper, ws-zero-lower,
                   omitted, omitted, omitted, ws-st-dept
               move 12 to return-code
           end-if
           if lnk-ok-out is not omitted
