      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *volgate.cob is the volume anomaly gate between the batch run
      *and the merge - feedchk.cob proves a feed arrived, not that it
      *arrived right, and a department sending forty records instead
      *of its usual four thousand, or the same file twice over,
      *balances perfectly everywhere downstream. Run after volstats
      *has rolled tonight into the statistics master, it sets each
      *department's message count and bytes tonight against its own
      *average and spread (the mean distance from that average) over
      *the last A3-VOLGATE-DAYS (default 20) business dates of the
      *same day type - month-end nights against month-end nights,
      *otherwise the same weekday (A3-VOLGATE-DAYTYPE=BUSDAY compares
      *against every ordinary business date instead). The tolerance
      *file (A3-VOLTOL-FILE, default VOLTOL.TXT) gives per department
      *- or for every department, on a "*" line - how many spreads
      *from average are a WARN and how many a CRIT, and a floor, as a
      *percentage of the average, inside which nothing is flagged so
      *a department with steady volume is not alarmed on one record.
      *Each department outside its tolerance raises an alert naming
      *it, and every verdict lands in the gate file (A3-VOLGATE-FILE,
      *default VOLGATE.TXT) for mergexmit.cob and the morning report.
      *A CRIT holds the merge until an operator accepts the volume
      *through volaccpt.cob, which signs the gate line with who and
      *when; a rerun carries an acceptance forward while the volume
      *it accepted stands. The job ends 8 while any CRIT stands
      *unaccepted, 4 for warnings, 0 for a night in line with its
      *history
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. volgate.
       environment division.
       input-output section.
       file-control.
           select stat-file assign to dynamic ws-stat-filename
               organization indexed
               access mode is dynamic
               record key is sm-key
               file status ws-stat-status.
           select tol-file assign to dynamic ws-tol-filename
               organization line sequential
               file status ws-tol-status.
           select gate-file assign to dynamic ws-gate-filename
               organization line sequential
               file status ws-gate-status.

       data division.
       file section.
       fd stat-file.
       01 stat-rec.
           05 sm-key.
               10 sm-date pic x(8).
               10 sm-dept pic x(8).
           05 sm-msg-count pic 9(7).
           05 sm-bytes     pic 9(9).
           05 sm-trunc     pic 9(7).
           05 sm-mismatch  pic 9(7).
       fd tol-file.
      *one department's tolerance - spreads for WARN and CRIT, and
      *the floor as a percentage of its average
       01 tol-rec.
           05 tl-dept  pic x(8).
           05 filler   pic x(1).
           05 tl-warn  pic x(5).
           05 filler   pic x(1).
           05 tl-crit  pic x(5).
           05 filler   pic x(1).
           05 tl-floor pic x(5).
       fd gate-file.
      *one department's verdict for the night - the acceptance
      *columns are volaccpt.cob's to fill
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

       working-storage section.
       01 ws-stat-filename pic x(100).
       01 ws-tol-filename  pic x(100).
       01 ws-gate-filename pic x(100).
       01 ws-stat-status   pic x(2).
       01 ws-tol-status    pic x(2).
       01 ws-gate-status   pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-busdate      pic x(8).
       01 ws-busday       pic x(1).
       01 ws-holiday      pic x(1).
       01 ws-monthend     pic x(1).
       01 ws-orig-busdate pic x(8).
       01 ws-day-mode     pic x(7).
       01 ws-days-text    pic x(3).
       01 ws-mindays-text pic x(3).
       01 ws-days-wanted  pic 9(3) comp value 20.
       01 ws-min-days     pic 9(3) comp value 5.
      *the comparison dates - the most recent first, never further
      *back than the lookback allows
       01 ws-night-type   pic x(8).
       01 ws-cand-type    pic x(8).
       01 ws-cand-date    pic x(8).
       01 ws-date-n       pic 9(8).
       01 ws-day-int      pic 9(8) comp.
       01 ws-stop-int     pic 9(8) comp.
       01 ws-lookback     pic 9(3) comp value 400.
       01 ws-weekday      pic 9(1) comp.
       01 ws-weekdays     pic x(21) value "MONTUEWEDTHUFRISATSUN".
       01 ws-hist-count   pic 9(3) comp value 0.
       01 ws-hist-max     pic 9(3) comp value 60.
       01 ws-hist-table.
           05 ws-hist-date pic x(8) occurs 60.
      *one row per department seen tonight or on a comparison date;
      *a comparison date without a row for it is a day it sent
      *nothing, and counts as zero
       01 ws-dept-count pic 9(3) comp value 0.
       01 ws-dept-max   pic 9(3) comp value 100.
       01 ws-dept-table.
           05 ws-dt-row occurs 100.
               10 ws-dt-dept   pic x(8).
               10 ws-dt-count  pic 9(7) comp.
               10 ws-dt-bytes  pic 9(9) comp.
               10 ws-dt-seen   pic x(1).
               10 ws-dt-sample occurs 60.
                   15 ws-ds-count pic 9(7) comp.
                   15 ws-ds-bytes pic 9(9) comp.
       01 ws-dept-lost   pic 9(3) comp value 0.
       01 ws-read-date   pic x(8).
       01 ws-row-ix      pic 9(3) comp.
       01 i              pic 9(3) comp.
       01 j              pic 9(3) comp.
      *the tolerances - the "*" line replaces the standing ones
       01 ws-tol-count pic 9(3) comp value 0.
       01 ws-tol-max   pic 9(3) comp value 200.
       01 ws-tol-table.
           05 ws-tt-row occurs 200.
               10 ws-tt-dept  pic x(8).
               10 ws-tt-warn  pic 9(3)v9.
               10 ws-tt-crit  pic 9(3)v9.
               10 ws-tt-floor pic 9(3)v9.
       01 ws-def-warn  pic 9(3)v9 value 3.
       01 ws-def-crit  pic 9(3)v9 value 5.
       01 ws-def-floor pic 9(3)v9 value 10.
       01 ws-warn      pic 9(3)v9.
       01 ws-crit      pic 9(3)v9.
       01 ws-floor     pic 9(3)v9.
      *one department's judgment
       01 ws-sum         pic 9(12) comp.
       01 ws-avg-count   pic 9(7)v99.
       01 ws-avg-bytes   pic 9(9)v99.
       01 ws-spr-count   pic 9(7)v99.
       01 ws-spr-bytes   pic 9(9)v99.
       01 ws-dev         pic 9(9)v99.
       01 ws-dev-count   pic 9(7)v99.
       01 ws-dev-bytes   pic 9(9)v99.
       01 ws-spread-sum  pic 9(12)v99.
       01 ws-allow       pic 9(12)v99.
       01 ws-allow-floor pic 9(12)v99.
       01 ws-level       pic 9(1) comp.
       01 ws-verdict     pic x(6).
      *acceptances an earlier run tonight carried - kept only while
      *the volume they accepted still stands
       01 ws-acc-count pic 9(3) comp value 0.
       01 ws-acc-max   pic 9(3) comp value 100.
       01 ws-acc-table.
           05 ws-ac-row occurs 100.
               10 ws-ac-dept  pic x(8).
               10 ws-ac-count pic 9(7).
               10 ws-ac-bytes pic 9(9).
               10 ws-ac-oper  pic x(8).
               10 ws-ac-date  pic x(8).
               10 ws-ac-time  pic x(6).
       01 ws-ok-count     pic 9(3) comp value 0.
       01 ws-warn-count   pic 9(3) comp value 0.
       01 ws-crit-count   pic 9(3) comp value 0.
       01 ws-held-count   pic 9(3) comp value 0.
       01 ws-short-count  pic 9(3) comp value 0.
       01 ws-count-disp   pic z(6)9.
       01 ws-avg-disp     pic z(6)9.
       01 ws-alert-job pic x(10) value "VOLGATE".
       01 ws-alert-sev pic x(4).
       01 ws-alert-msg pic x(60).

       procedure division.
           accept ws-stat-filename from environment "A3-STATMAST-FILE"
           accept ws-tol-filename from environment "A3-VOLTOL-FILE"
           accept ws-gate-filename from environment "A3-VOLGATE-FILE"
           accept ws-day-mode from environment "A3-VOLGATE-DAYTYPE"
           accept ws-days-text from environment "A3-VOLGATE-DAYS"
           accept ws-mindays-text
               from environment "A3-VOLGATE-MINDAYS"
           accept ws-orig-busdate from environment "A3-BUSDATE"
           if ws-stat-filename = spaces
               move "STATMAST.DAT" to ws-stat-filename
           end-if
           if ws-tol-filename = spaces
               move "VOLTOL.TXT" to ws-tol-filename
           end-if
           if ws-gate-filename = spaces
               move "VOLGATE.TXT" to ws-gate-filename
           end-if
           if ws-day-mode = spaces
               move "WEEKDAY" to ws-day-mode
           end-if
           if ws-days-text not = spaces
               compute ws-days-wanted = function numval(ws-days-text)
           end-if
           if ws-mindays-text not = spaces
               compute ws-min-days =
                   function numval(ws-mindays-text)
           end-if
           if ws-days-wanted > ws-hist-max
               move ws-hist-max to ws-days-wanted
           end-if
           if ws-days-wanted = 0
               move 1 to ws-days-wanted
           end-if
      *a test-region gate judges the TST. statistics and leaves its
      *verdicts for the TST. merge
           call "region" using ws-stat-filename
           call "region" using ws-gate-filename
           call "busdate" using ws-busdate, ws-busday, ws-holiday,
               ws-monthend
           move ws-busdate to ws-cand-date
           perform 1500-day-type
           move ws-cand-type to ws-night-type
           perform 1000-load-tolerances thru 1000-load-tolerances-exit
           perform 2000-find-history thru 2000-find-history-exit
           open input stat-file
           if ws-stat-status = "35"
               display "VOLGATE: no statistics master "
                   function trim(ws-stat-filename)
                   " - nothing to judge tonight against"
               move 4 to return-code
               goback
           end-if
           if ws-stat-status not = "00"
               display "VOLGATE: cannot open statistics master "
                   function trim(ws-stat-filename)
                   " status " ws-stat-status
               move 12 to return-code
               goback
           end-if
           move ws-busdate to ws-read-date
           move 0 to j
           perform 3000-read-one-date thru 3000-read-one-date-exit
           perform varying j from 1 by 1 until j > ws-hist-count
               move ws-hist-date(j) to ws-read-date
               perform 3000-read-one-date thru 3000-read-one-date-exit
           end-perform
           close stat-file
           perform 4000-load-acceptances
               thru 4000-load-acceptances-exit
           open output gate-file
           if ws-gate-status not = "00"
               display "VOLGATE: cannot write gate file "
                   function trim(ws-gate-filename)
               move 12 to return-code
               goback
           end-if
           perform varying i from 1 by 1 until i > ws-dept-count
               perform 5000-judge-dept thru 5000-judge-dept-exit
           end-perform
           close gate-file
           display "VOLGATE: " ws-dept-count " department(s) for "
               ws-busdate " (" function trim(ws-night-type) ") against "
               ws-hist-count " comparison date(s) - " ws-ok-count
               " in line, " ws-warn-count " warn, " ws-crit-count
               " crit (" ws-held-count " unaccepted), " ws-short-count
               " short of history"
           if ws-dept-lost > 0
               display "VOLGATE: more than " ws-dept-max
                   " department(s) - " ws-dept-lost
                   " statistics row(s) NOT judged"
           end-if
           if ws-held-count > 0
               display "VOLGATE: the merge is held until every CRIT "
                   "volume is accepted through volaccpt"
               move 8 to return-code
               goback
           end-if
           if ws-warn-count > 0 or ws-crit-count > 0
               or ws-dept-lost > 0
               move 4 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *the tolerance file - a department's own line, else the "*"
      *line, else the standing three and five spreads over a ten
      *percent floor
      *----------------------------------------------------------------
       1000-load-tolerances.
           open input tol-file
           if ws-tol-status not = "00"
               go to 1000-load-tolerances-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read tol-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if tl-dept = "*"
                           compute ws-def-warn =
                               function numval(tl-warn)
                           compute ws-def-crit =
                               function numval(tl-crit)
                           compute ws-def-floor =
                               function numval(tl-floor)
                       else
                           if tl-dept not = spaces
                               and ws-tol-count < ws-tol-max
                               add 1 to ws-tol-count
                               move tl-dept to ws-tt-dept(ws-tol-count)
                               compute ws-tt-warn(ws-tol-count) =
                                   function numval(tl-warn)
                               compute ws-tt-crit(ws-tol-count) =
                                   function numval(tl-crit)
                               compute ws-tt-floor(ws-tol-count) =
                                   function numval(tl-floor)
                           end-if
                       end-if
               end-read
           end-perform
           close tol-file.
       1000-load-tolerances-exit.
           exit.

      *----------------------------------------------------------------
      *a date's day type - month-end, else its weekday (or plain
      *business day), else not a business date at all. Day one of
      *the integer calendar, 1601-01-01, was a Monday
      *----------------------------------------------------------------
       1500-day-type.
           if ws-busday not = "Y" or ws-holiday = "Y"
               move "NONBUS" to ws-cand-type
           else
               if ws-monthend = "Y"
                   move "MONTHEND" to ws-cand-type
               else
                   if ws-day-mode = "BUSDAY"
                       move "BUSDAY" to ws-cand-type
                   else
                       move ws-cand-date to ws-date-n
                       compute ws-weekday = function mod(
                           function integer-of-date(ws-date-n) - 1, 7)
                       move ws-weekdays(ws-weekday * 3 + 1:3)
                           to ws-cand-type
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------------
      *walk back from yesterday through the processing calendar -
      *each date asked about through the business-date service, as
      *the steps would have seen it - collecting the most recent
      *dates of tonight's day type
      *----------------------------------------------------------------
       2000-find-history.
           move ws-busdate to ws-date-n
           compute ws-day-int = function integer-of-date(ws-date-n)
           compute ws-stop-int = ws-day-int - ws-lookback
           subtract 1 from ws-day-int
           perform until ws-day-int < ws-stop-int
                   or ws-hist-count not < ws-days-wanted
               compute ws-date-n = function date-of-integer(ws-day-int)
               move ws-date-n to ws-cand-date
               set environment "A3-BUSDATE" to ws-cand-date
               call "busdate" using ws-cand-date, ws-busday,
                   ws-holiday, ws-monthend
               perform 1500-day-type
               if ws-cand-type = ws-night-type
                   add 1 to ws-hist-count
                   move ws-cand-date to ws-hist-date(ws-hist-count)
               end-if
               subtract 1 from ws-day-int
           end-perform
           set environment "A3-BUSDATE" to ws-orig-busdate.
       2000-find-history-exit.
           exit.

      *----------------------------------------------------------------
      *every department's row for one date - tonight when j is zero,
      *otherwise comparison date j
      *----------------------------------------------------------------
       3000-read-one-date.
           move ws-read-date to sm-date
           move low-values to sm-dept
           start stat-file key not < sm-key
               invalid key
                   go to 3000-read-one-date-exit
           end-start
           move "N" to ws-eof-sw
           perform until ws-eof
               read stat-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if sm-date not = ws-read-date
                           move "Y" to ws-eof-sw
                       else
                           perform 3500-post-row
                               thru 3500-post-row-exit
                       end-if
               end-read
           end-perform.
       3000-read-one-date-exit.
           exit.

       3500-post-row.
           move 0 to ws-row-ix
           perform varying i from 1 by 1
                   until i > ws-dept-count or ws-row-ix > 0
               if ws-dt-dept(i) = sm-dept
                   move i to ws-row-ix
               end-if
           end-perform
           if ws-row-ix = 0
               if ws-dept-count not < ws-dept-max
                   add 1 to ws-dept-lost
                   go to 3500-post-row-exit
               end-if
               add 1 to ws-dept-count
               move ws-dept-count to ws-row-ix
               initialize ws-dt-row(ws-row-ix)
               move sm-dept to ws-dt-dept(ws-row-ix)
               move "N" to ws-dt-seen(ws-row-ix)
           end-if
           if j = 0
               move sm-msg-count to ws-dt-count(ws-row-ix)
               move sm-bytes to ws-dt-bytes(ws-row-ix)
           else
               move sm-msg-count to ws-ds-count(ws-row-ix j)
               move sm-bytes to ws-ds-bytes(ws-row-ix j)
               move "Y" to ws-dt-seen(ws-row-ix)
           end-if.
       3500-post-row-exit.
           exit.

      *----------------------------------------------------------------
      *the gate file as the last run tonight left it - a signed CRIT
      *is remembered with the volume it accepted
      *----------------------------------------------------------------
       4000-load-acceptances.
           open input gate-file
           if ws-gate-status not = "00"
               go to 4000-load-acceptances-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read gate-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if vg-date = ws-busdate
                           and vg-verdict = "CRIT"
                           and vg-acc-oper not = spaces
                           and ws-acc-count < ws-acc-max
                           add 1 to ws-acc-count
                           move vg-dept to ws-ac-dept(ws-acc-count)
                           move vg-count to ws-ac-count(ws-acc-count)
                           move vg-bytes to ws-ac-bytes(ws-acc-count)
                           move vg-acc-oper to ws-ac-oper(ws-acc-count)
                           move vg-acc-date to ws-ac-date(ws-acc-count)
                           move vg-acc-time to ws-ac-time(ws-acc-count)
                       end-if
               end-read
           end-perform
           close gate-file.
       4000-load-acceptances-exit.
           exit.

      *----------------------------------------------------------------
      *one department against its history - the count and the bytes
      *are judged alike and the worse verdict stands. Too few
      *comparison dates is SHORT and judged by nobody; a department
      *with no row on any comparison date is NEW and worth a look
      *----------------------------------------------------------------
       5000-judge-dept.
           move spaces to gate-rec
           move ws-busdate to vg-date
           move ws-dt-dept(i) to vg-dept
           move ws-dt-count(i) to vg-count
           move ws-dt-bytes(i) to vg-bytes
           move 0 to vg-avg-count vg-avg-bytes
           if ws-hist-count < ws-min-days
               move "SHORT" to vg-verdict
               add 1 to ws-short-count
               write gate-rec
               go to 5000-judge-dept-exit
           end-if
           if ws-dt-seen(i) not = "Y"
               move "NEW" to vg-verdict
               add 1 to ws-warn-count
               move "WARN" to ws-alert-sev
               perform 8000-raise-alert
               write gate-rec
               go to 5000-judge-dept-exit
           end-if
           perform 5100-find-tolerance
      *message count - average, then the mean distance from it
           move 0 to ws-sum
           perform varying j from 1 by 1 until j > ws-hist-count
               add ws-ds-count(i j) to ws-sum
           end-perform
           compute ws-avg-count rounded = ws-sum / ws-hist-count
           move 0 to ws-spread-sum
           perform varying j from 1 by 1 until j > ws-hist-count
               compute ws-dev = function abs(ws-ds-count(i j)
                   - ws-avg-count)
               add ws-dev to ws-spread-sum
           end-perform
           compute ws-spr-count rounded =
               ws-spread-sum / ws-hist-count
           compute ws-dev-count = function abs(ws-dt-count(i)
               - ws-avg-count)
      *bytes the same way
           move 0 to ws-sum
           perform varying j from 1 by 1 until j > ws-hist-count
               add ws-ds-bytes(i j) to ws-sum
           end-perform
           compute ws-avg-bytes rounded = ws-sum / ws-hist-count
           move 0 to ws-spread-sum
           perform varying j from 1 by 1 until j > ws-hist-count
               compute ws-dev = function abs(ws-ds-bytes(i j)
                   - ws-avg-bytes)
               add ws-dev to ws-spread-sum
           end-perform
           compute ws-spr-bytes rounded =
               ws-spread-sum / ws-hist-count
           compute ws-dev-bytes = function abs(ws-dt-bytes(i)
               - ws-avg-bytes)
           compute vg-avg-count rounded = ws-avg-count
           compute vg-avg-bytes rounded = ws-avg-bytes
      *the allowance is the wider of so many spreads and the floor
           move 0 to ws-level
           compute ws-allow-floor = ws-avg-count * ws-floor / 100
           compute ws-allow = ws-spr-count * ws-warn
           if ws-allow < ws-allow-floor
               move ws-allow-floor to ws-allow
           end-if
           if ws-dev-count > ws-allow
               move 1 to ws-level
           end-if
           compute ws-allow = ws-spr-count * ws-crit
           if ws-allow < ws-allow-floor
               move ws-allow-floor to ws-allow
           end-if
           if ws-dev-count > ws-allow
               move 2 to ws-level
           end-if
           compute ws-allow-floor = ws-avg-bytes * ws-floor / 100
           compute ws-allow = ws-spr-bytes * ws-warn
           if ws-allow < ws-allow-floor
               move ws-allow-floor to ws-allow
           end-if
           if ws-dev-bytes > ws-allow and ws-level < 1
               move 1 to ws-level
           end-if
           compute ws-allow = ws-spr-bytes * ws-crit
           if ws-allow < ws-allow-floor
               move ws-allow-floor to ws-allow
           end-if
           if ws-dev-bytes > ws-allow
               move 2 to ws-level
           end-if
           evaluate ws-level
               when 0
                   move "OK" to vg-verdict
                   add 1 to ws-ok-count
               when 1
                   move "WARN" to vg-verdict
                   add 1 to ws-warn-count
                   move "WARN" to ws-alert-sev
                   perform 8000-raise-alert
               when other
                   move "CRIT" to vg-verdict
                   add 1 to ws-crit-count
                   perform 5200-carry-acceptance
                   if vg-acc-oper = spaces
                       add 1 to ws-held-count
                       move "CRIT" to ws-alert-sev
                       perform 8000-raise-alert
                   else
                       display "VOLGATE: " vg-dept " CRIT volume "
                           "accepted by " vg-acc-oper " at "
                           vg-acc-date " " vg-acc-time
                   end-if
           end-evaluate
           write gate-rec.
       5000-judge-dept-exit.
           exit.

       5100-find-tolerance.
           move ws-def-warn to ws-warn
           move ws-def-crit to ws-crit
           move ws-def-floor to ws-floor
           perform varying j from 1 by 1 until j > ws-tol-count
               if ws-tt-dept(j) = ws-dt-dept(i)
                   move ws-tt-warn(j) to ws-warn
                   move ws-tt-crit(j) to ws-crit
                   move ws-tt-floor(j) to ws-floor
                   move ws-tol-count to j
               end-if
           end-perform.

       5200-carry-acceptance.
           perform varying j from 1 by 1 until j > ws-acc-count
               if ws-ac-dept(j) = vg-dept
                   and ws-ac-count(j) = vg-count
                   and ws-ac-bytes(j) = vg-bytes
                   move ws-ac-oper(j) to vg-acc-oper
                   move ws-ac-date(j) to vg-acc-date
                   move ws-ac-time(j) to vg-acc-time
                   move ws-acc-count to j
               end-if
           end-perform.

       8000-raise-alert.
           move vg-count to ws-count-disp
           move vg-avg-count to ws-avg-disp
           move spaces to ws-alert-msg
           string function trim(vg-dept) delimited by size
               " volume " delimited by size
               function trim(vg-verdict) delimited by size
               " - " delimited by size
               function trim(ws-count-disp) delimited by size
               " records, average " delimited by size
               function trim(ws-avg-disp) delimited by size
               into ws-alert-msg
           end-string
           display "VOLGATE: " function trim(ws-alert-msg)
           call "alertlog" using ws-alert-job, ws-alert-sev,
               ws-alert-msg.
       end program volgate.
