      *                wrote for the night - received versus
      *                expected, with any MISSING feed counting as
      *                an exception on this page
      *2026-10-15  AH  widen the feed status line for the arrival
      *                stamp feedchk now carries
      *2026-10-15  AH  widen the exception-file line buffer for the
      *                value date the envelope now carries
      *2026-10-15  AH  fold in the per-department accountability proof
      *                acctprf.cob wrote for the night - one line per
      *                department, any department out of balance (with
      *                its unaccounted message ids) needing a human
      *2026-10-15  AH  widen the exception-file line buffer for the
      *                correlation id the envelope now carries
      *2026-10-15  AH  fold in the volume anomaly gate's verdicts for
      *                the night - departments out of line with their
      *                history by name, each accepted CRIT volume with
      *                the operator who accepted it and when, and a
      *                CRIT nobody accepted needing a human

       identification division.
       program-id. mornrpt.
           select feed-file assign to dynamic ws-feed-filename
               organization line sequential
               file status ws-feed-status.
           select gate-file assign to dynamic ws-gate-filename
               organization line sequential
               file status ws-gate-status.
           select proof-file assign to dynamic ws-proof-filename
               organization line sequential
               file status ws-proof-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.
       fd alert-file.
       01 alert-rec pic x(100).
       fd count-file.
       01 count-rec pic x(5132).
       fd merge-list.
       01 list-rec.
           05 lr-dept     pic x(8).
           05 filler    pic x(1).
           05 fd-status pic x(8).
           05 filler    pic x(1).
           05 fd-rest   pic x(73).
      *the volume anomaly gate's verdicts volgate.cob wrote, signed
      *by volaccpt.cob where an operator accepted a CRIT volume
       fd gate-file.
       01 gate-rec.
           05 vg-date      pic x(8).
           05 filler       pic x(1).
           05 vg-dept      pic x(8).
           05 filler       pic x(1).
           05 vg-verdict   pic x(6).
           05 filler       pic x(1).
           05 vg-count     pic 9(7).
           05 filler       pic x(1).
           05 vg-avg-count pic 9(7).
           05 filler       pic x(1).
           05 vg-bytes     pic 9(9).
           05 filler       pic x(1).
           05 vg-avg-bytes pic 9(9).
           05 filler       pic x(1).
           05 vg-acc-oper  pic x(8).
           05 filler       pic x(1).
           05 vg-acc-date  pic x(8).
           05 filler       pic x(1).
           05 vg-acc-time  pic x(6).
      *the per-department accountability proof acctprf.cob wrote
       fd proof-file.
       01 proof-rec.
           05 ap-date     pic x(8).
           05 filler      pic x(1).
           05 ap-tag      pic x(6).
           05 filler      pic x(1).
           05 ap-dept     pic x(8).
           05 filler      pic x(1).
           05 ap-counts.
               10 ap-count-col occurs 9.
                   15 ap-count pic 9(7).
                   15 filler   pic x(1).
           05 ap-verdict  pic x(8).
       01 proof-miss-rec.
           05 filler      pic x(25).
           05 am-msgid    pic x(14).
       fd report-file.
       01 report-rec pic x(100).

       01 ws-feed-status   pic x(2).
       01 ws-feeds-recv    pic 9(3) comp value 0.
       01 ws-feeds-missing pic 9(3) comp value 0.
       01 ws-gate-filename  pic x(100).
       01 ws-gate-status    pic x(2).
       01 ws-vol-warn       pic 9(3) comp value 0.
       01 ws-vol-accepted   pic 9(3) comp value 0.
       01 ws-vol-held       pic 9(3) comp value 0.
       01 ws-count-disp     pic z(6)9.
       01 ws-proof-filename pic x(100).
       01 ws-proof-status   pic x(2).
       01 ws-depts-balanced pic 9(3) comp value 0.
       01 ws-depts-out      pic 9(3) comp value 0.
       01 ws-proof-seen     pic x(1) value "N".
       01 ws-pc             pic 9(2) comp.
      *one department's proof on the page - intake, then where it
      *went: ciphered, rejected, held, warehoused, deferred,
      *duplicate, quarantined, unaccounted
       01 ws-proof-hdr.
           05 filler pic x(41) value
               "DEPT      INTAKE  CIPHER  REJECT    HELD ".
           05 filler pic x(48) value
               "   WHSE   DEFER     DUP    QUAR  UNACCT  VERDICT".
       01 ws-proof-line.
           05 ws-pr-dept  pic x(8).
           05 filler      pic x(1) value space.
           05 ws-pr-col occurs 9.
               10 ws-pr-count pic z(6)9.
               10 filler      pic x(1).
           05 filler      pic x(1) value space.
           05 ws-pr-verdict pic x(8).

       procedure division.
           accept ws-night-date from environment "A3-MORN-DATE"
               thru 3000-read-alerts-exit
           perform 3500-read-feed-status
               thru 3500-read-feed-status-exit
           perform 3600-read-volume-gate
               thru 3600-read-volume-gate-exit
           perform 3700-read-acct-proof
               thru 3700-read-acct-proof-exit
           perform 4000-count-exception-files
           perform 5000-prove-files
               thru 5000-prove-files-exit
       3500-read-feed-status-exit.
           exit.

      *----------------------------------------------------------------
      *the volume gate - every department out of line with its
      *history prints by name; an accepted CRIT prints with the
      *operator who accepted it and when, and a CRIT nobody accepted
      *is a held merge, which needs a human
      *----------------------------------------------------------------
       3600-read-volume-gate.
           accept ws-gate-filename from environment "A3-VOLGATE-FILE"
           if ws-gate-filename = spaces
               move "VOLGATE.TXT" to ws-gate-filename
           end-if
           call "region" using ws-gate-filename
           open input gate-file
           if ws-gate-status not = "00"
               go to 3600-read-volume-gate-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read gate-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if vg-date = ws-night-date
                           and (vg-verdict = "WARN"
                               or vg-verdict = "NEW"
                               or vg-verdict = "CRIT")
                           perform 3650-print-gate-line
                       end-if
               end-read
           end-perform
           close gate-file.
       3600-read-volume-gate-exit.
           exit.

       3650-print-gate-line.
           move spaces to ws-rpt-line
           move vg-count to ws-rl-count
           if vg-verdict not = "CRIT"
               add 1 to ws-vol-warn
               string "VOLUME " delimited by size
                   function trim(vg-verdict) delimited by size
                   " " delimited by size
                   vg-dept delimited by size
                   into ws-rl-label
               end-string
               move vg-avg-count to ws-count-disp
               string "AVERAGE " delimited by size
                   function trim(ws-count-disp) delimited by size
                   into ws-rl-note
               end-string
           else
               if vg-acc-oper = spaces
                   add 1 to ws-vol-held
                   string "VOLUME CRIT NOT ACCEPTED " delimited by size
                       vg-dept delimited by size
                       into ws-rl-label
                   end-string
                   move "MERGE HELD - SEE VOLGATE" to ws-rl-note
               else
                   add 1 to ws-vol-accepted
                   string "VOLUME CRIT ACCEPTED " delimited by size
                       vg-dept delimited by size
                       into ws-rl-label
                   end-string
                   string "BY " delimited by size
                       vg-acc-oper delimited by space
                       " " delimited by size
                       vg-acc-date delimited by size
                       " " delimited by size
                       vg-acc-time(1:4) delimited by size
                       into ws-rl-note
                   end-string
               end-if
           end-if
           write report-rec from ws-rpt-line.

      *----------------------------------------------------------------
      *the accountability proof - every department's intake against
      *where its records went, one line each; a department out of
      *balance has lost track of a record, so the night needs a
      *human, and its unaccounted message ids print under it
      *----------------------------------------------------------------
       3700-read-acct-proof.
           accept ws-proof-filename from environment "A3-ACCT-PROOF"
           if ws-proof-filename = spaces
               move "ACCTPROOF.TXT" to ws-proof-filename
           end-if
           open input proof-file
           if ws-proof-status not = "00"
               go to 3700-read-acct-proof-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read proof-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if ap-date = ws-night-date
                           perform 3750-print-proof-line
                               thru 3750-print-proof-line-exit
                       end-if
               end-read
           end-perform
           close proof-file.
       3700-read-acct-proof-exit.
           exit.

       3750-print-proof-line.
           if ws-proof-seen = "N"
               move "Y" to ws-proof-seen
               move spaces to report-rec
               write report-rec
               move "ACCOUNTABILITY PROOF" to report-rec
               write report-rec
               write report-rec from ws-proof-hdr
           end-if
           if ap-tag = "MISSNG"
               move spaces to ws-rpt-line
               move "  UNACCOUNTED MESSAGE" to ws-rl-label
               move 0 to ws-rl-count
               move am-msgid to ws-rl-note
               write report-rec from ws-rpt-line
               go to 3750-print-proof-line-exit
           end-if
           if ap-tag not = "PROOF"
               go to 3750-print-proof-line-exit
           end-if
           move spaces to ws-proof-line
           move ap-dept to ws-pr-dept
           perform varying ws-pc from 1 by 1 until ws-pc > 9
               if ap-count(ws-pc) is numeric
                   move ap-count(ws-pc) to ws-pr-count(ws-pc)
               end-if
           end-perform
           move ap-verdict to ws-pr-verdict
           write report-rec from ws-proof-line
           if ap-verdict = "BALANCED"
               add 1 to ws-depts-balanced
           else
               add 1 to ws-depts-out
           end-if.
       3750-print-proof-line-exit.
           exit.

      *----------------------------------------------------------------
      *the exception files the operator names - each is counted by
      *lines; a file that does not exist counts zero, which is the
           move ws-feeds-missing to ws-rl-count
           move "SEE FEEDCHK" to ws-rl-note
           write report-rec from ws-rpt-line
           move "VOLUME WARNINGS" to ws-rl-label
           move ws-vol-warn to ws-rl-count
           move spaces to ws-rl-note
           write report-rec from ws-rpt-line
           move "VOLUME CRIT ACCEPTED" to ws-rl-label
           move ws-vol-accepted to ws-rl-count
           write report-rec from ws-rpt-line
           move "VOLUME CRIT NOT ACCEPTED" to ws-rl-label
           move ws-vol-held to ws-rl-count
           move "SEE VOLGATE" to ws-rl-note
           write report-rec from ws-rpt-line
           move "DEPARTMENTS IN BALANCE" to ws-rl-label
           move ws-depts-balanced to ws-rl-count
           move spaces to ws-rl-note
           write report-rec from ws-rpt-line
           move "DEPARTMENTS OUT OF BALANCE" to ws-rl-label
           move ws-depts-out to ws-rl-count
           move "SEE ACCTPRF" to ws-rl-note
           write report-rec from ws-rpt-line
           if ws-depts-out > 0 or ws-vol-held > 0
               move "Y" to ws-needs-human
           end-if
           if ws-steps-failed > 0
               move "Y" to ws-needs-human
           end-if
           if ws-steps-held > 0 or ws-alert-total > 0
               or ws-reject-count > 0 or ws-quar-count > 0
               or ws-dup-count > 0 or ws-feeds-missing > 0
               or ws-vol-warn > 0 or ws-vol-accepted > 0
               move "Y" to ws-has-except
           end-if.
       end program mornrpt.
