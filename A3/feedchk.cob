      *
      *Modification history:
      *2026-09-02  AH  original version
      *2026-10-15  AH  stamp each received feed's arrival date and
      *                time on its status line (carried forward from
      *                the night's earlier checks, so a rerun never
      *                moves an arrival later) for the SLA job
      *2026-10-15  AH  widen the queue line buffer for the value date
      *                the envelope now carries
      *2026-10-15  AH  widen the queue line buffer for the correlation
      *                id the envelope now carries

       identification division.
       program-id. feedchk.
           05 filler      pic x(1).
           05 fs-file     pic x(50).
       fd feed-file.
       01 feed-rec pic x(5087).
       fd stat-file.
       01 stat-rec.
           05 st-date   pic x(8).
           05 st-dline  pic x(6).
           05 filler    pic x(1).
           05 st-file   pic x(50).
           05 filler    pic x(1).
           05 st-arr-date pic x(8).
           05 filler    pic x(1).
           05 st-arr-time pic x(6).

       working-storage section.
       01 ws-sched-filename pic x(100).
       01 ws-received-count pic 9(3) comp value 0.
       01 ws-missing-count  pic 9(3) comp value 0.
       01 ws-awaited-count  pic 9(3) comp value 0.
      *arrivals an earlier check tonight already stamped - the first
      *sighting is the arrival, however often the check reruns
       01 ws-arr-count pic 9(3) comp value 0.
       01 ws-arr-max   pic 9(3) comp value 200.
       01 ws-arr-table.
           05 ws-ar-row occurs 200.
               10 ws-ar-dept pic x(8).
               10 ws-ar-file pic x(50).
               10 ws-ar-date pic x(8).
               10 ws-ar-time pic x(6).
       01 i            pic 9(3) comp.
       01 ws-today     pic x(8).
       01 ws-arr-date  pic x(8).
       01 ws-arr-time  pic x(6).
       01 ws-alert-job pic x(10) value "FEEDCHK".
       01 ws-alert-sev pic x(4).
       01 ws-alert-msg pic x(60).
           call "busdate" using ws-busdate, ws-busday,
               ws-holiday, ws-monthend
           accept ws-now-time from time
           accept ws-today from date yyyymmdd
           perform 1000-load-prior-arrivals
               thru 1000-load-prior-arrivals-exit
           open input sched-file
           if ws-sched-status not = "00"
               display "FEEDCHK: cannot open feed schedule "
           end-if
           goback.

      *----------------------------------------------------------------
      *the status file as the last check tonight left it - every
      *RECEIVED line already carries the moment its feed was first
      *seen, and that moment must survive this rerun's rewrite
      *----------------------------------------------------------------
       1000-load-prior-arrivals.
           open input stat-file
           if ws-stat-status not = "00"
               go to 1000-load-prior-arrivals-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read stat-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if st-date = ws-busdate
                           and st-status = "RECEIVED"
                           and st-arr-date not = spaces
                           and ws-arr-count < ws-arr-max
                           add 1 to ws-arr-count
                           move st-dept to ws-ar-dept(ws-arr-count)
                           move st-file to ws-ar-file(ws-arr-count)
                           move st-arr-date
                               to ws-ar-date(ws-arr-count)
                           move st-arr-time
                               to ws-ar-time(ws-arr-count)
                       end-if
               end-read
           end-perform
           close stat-file.
       1000-load-prior-arrivals-exit.
           exit.

      *----------------------------------------------------------------
      *one scheduled feed's verdict - the frequency is judged
      *against the processing calendar (a feed not due tonight is
      *department can still act
      *----------------------------------------------------------------
       2000-check-one-feed.
           move spaces to ws-arr-date ws-arr-time
           move "Y" to ws-due-sw
           evaluate fs-freq
               when "BUSDAY"
               close feed-file
               add 1 to ws-received-count
               move "RECEIVED" to ws-verdict
               move ws-today to ws-arr-date
               move ws-now-time(1:6) to ws-arr-time
               perform varying i from 1 by 1 until i > ws-arr-count
                   if ws-ar-dept(i) = fs-dept
                       and ws-ar-file(i) = fs-file
                       move ws-ar-date(i) to ws-arr-date
                       move ws-ar-time(i) to ws-arr-time
                       move ws-arr-count to i
                   end-if
               end-perform
           else
               if ws-now-time(1:6) > fs-deadline
                   add 1 to ws-missing-count
           move ws-verdict to st-status
           move fs-deadline to st-dline
           move fs-file to st-file
           move ws-arr-date to st-arr-date
           move ws-arr-time to st-arr-time
           write stat-rec.
       end program feedchk.
