      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *slarpt.cob is the month-end SLA attainment report over the
      *history slatrk.cob writes each night - per department, the
      *nights measured, met and breached, the percentage met, and
      *the department's three worst nights by turnaround (a night
      *whose traffic never registered as sent ranks worst of all).
      *Nights with no feed arrival are counted but not measured -
      *the clock cannot start on a delivery that never came, and
      *feedchk.cob has already raised that one
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. slarpt.
       environment division.
       input-output section.
       file-control.
           select hist-file assign to dynamic ws-hist-filename
               organization line sequential
               file status ws-hist-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.

       data division.
       file section.
       fd hist-file.
      *the SLA history line slatrk.cob writes
       01 hist-rec.
           05 sh-date      pic x(8).
           05 filler       pic x(1).
           05 sh-dept      pic x(8).
           05 filler       pic x(1).
           05 sh-status    pic x(8).
           05 filler       pic x(1).
           05 sh-arr-date  pic x(8).
           05 filler       pic x(1).
           05 sh-arr-time  pic x(6).
           05 filler       pic x(1).
           05 sh-sent-date pic x(8).
           05 filler       pic x(1).
           05 sh-sent-time pic x(6).
           05 filler       pic x(1).
           05 sh-elapsed   pic 9(5).
           05 filler       pic x(1).
           05 sh-commit    pic 9(5).
           05 filler       pic x(1).
           05 sh-xfile     pic x(50).
       fd report-file.
       01 report-rec pic x(100).

       working-storage section.
       01 ws-hist-filename   pic x(100).
       01 ws-report-filename pic x(100).
       01 ws-hist-status     pic x(2).
       01 ws-report-status   pic x(2).
       01 ws-month           pic x(6).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
      *one attainment row per department, with its three worst
      *nights kept in descending order as the month is read
       01 ws-dept-count pic 9(3) comp value 0.
       01 ws-dept-max   pic 9(3) comp value 100.
       01 ws-dept-table.
           05 ws-dt-row occurs 100.
               10 ws-dt-dept    pic x(8).
               10 ws-dt-nights  pic 9(3) comp.
               10 ws-dt-met     pic 9(3) comp.
               10 ws-dt-breach  pic 9(3) comp.
               10 ws-dt-nofeed  pic 9(3) comp.
               10 ws-dt-worst occurs 3.
                   15 ws-dw-date    pic x(8).
                   15 ws-dw-elapsed pic 9(6) comp.
                   15 ws-dw-status  pic x(8).
       01 i          pic 9(3) comp.
       01 k          pic 9(1) comp.
       01 ws-row-ix  pic 9(3) comp.
       01 ws-slot    pic 9(1) comp.
       01 ws-rank    pic 9(6) comp.
       01 ws-measured pic 9(3) comp.
       01 ws-pct     pic 9(3)v9.
       01 ws-tot-measured pic 9(5) comp value 0.
       01 ws-tot-met      pic 9(5) comp value 0.
       01 ws-hdr1 pic x(70) value
           "DEPT      NIGHTS   MET BREACH NOFEED  %MET".
       01 ws-detail.
           05 ws-de-dept   pic x(8).
           05 filler       pic x(2) value spaces.
           05 ws-de-nights pic zzzz9.
           05 filler       pic x(1) value space.
           05 ws-de-met    pic zzzz9.
           05 filler       pic x(1) value space.
           05 ws-de-breach pic zzzz9.
           05 filler       pic x(1) value space.
           05 ws-de-nofeed pic zzzz9.
           05 filler       pic x(1) value space.
           05 ws-de-pct    pic zz9.9.
       01 ws-worst-line.
           05 filler       pic x(14) value "    WORST    ".
           05 ws-wl-date   pic x(8).
           05 filler       pic x(1) value space.
           05 ws-wl-status pic x(8).
           05 filler       pic x(1) value space.
           05 ws-wl-mins   pic z(5)9.
           05 filler       pic x(8) value " MINUTES".

       procedure division.
           accept ws-hist-filename from environment "A3-SLA-HIST"
           accept ws-report-filename from environment "A3-SLA-REPORT"
           accept ws-month from environment "A3-SLA-MONTH"
           if ws-hist-filename = spaces
               move "SLAHIST.TXT" to ws-hist-filename
           end-if
           call "region" using ws-hist-filename
           if ws-report-filename = spaces
               move "SLARPT.TXT" to ws-report-filename
           end-if
           if ws-month = spaces
               display "SLARPT: set A3-SLA-MONTH (yyyymm)"
               move 12 to return-code
               goback
           end-if
           open input hist-file
           if ws-hist-status not = "00"
               display "SLARPT: cannot open SLA history "
                   function trim(ws-hist-filename)
                   " status " ws-hist-status
               move 12 to return-code
               goback
           end-if
           open output report-file
           if ws-report-status not = "00"
               display "SLARPT: cannot open report file "
                   function trim(ws-report-filename)
               close hist-file
               move 12 to return-code
               goback
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read hist-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if sh-date(1:6) = ws-month
                           perform 2000-take-night
                               thru 2000-take-night-exit
                       end-if
               end-read
           end-perform
           close hist-file
           move spaces to report-rec
           string "SLA ATTAINMENT FOR " delimited by size
               ws-month delimited by size
               into report-rec
           end-string
           write report-rec
           write report-rec from ws-hdr1
           perform varying i from 1 by 1 until i > ws-dept-count
               perform 3000-print-dept
           end-perform
           move spaces to report-rec
           write report-rec
           if ws-tot-measured > 0
               compute ws-pct rounded =
                   ws-tot-met * 100 / ws-tot-measured
           else
               move 0 to ws-pct
           end-if
           move spaces to ws-detail
           move "*ALL*" to ws-de-dept
           move ws-tot-measured to ws-de-nights
           move ws-tot-met to ws-de-met
           move ws-pct to ws-de-pct
           write report-rec from ws-detail
           close report-file
           display "SLARPT: " ws-dept-count " department(s) - "
               "report in " function trim(ws-report-filename)
           goback.

      *----------------------------------------------------------------
      *one night of one department - counted by outcome, and ranked
      *into the department's worst three (NOTSENT outranks any
      *measured turnaround, since the traffic never left at all)
      *----------------------------------------------------------------
       2000-take-night.
           move 0 to ws-row-ix
           perform varying i from 1 by 1 until i > ws-dept-count
               if ws-dt-dept(i) = sh-dept
                   move i to ws-row-ix
                   move ws-dept-count to i
               end-if
           end-perform
           if ws-row-ix = 0
               if ws-dept-count < ws-dept-max
                   add 1 to ws-dept-count
                   move ws-dept-count to ws-row-ix
                   initialize ws-dt-row(ws-row-ix)
                   move sh-dept to ws-dt-dept(ws-row-ix)
               else
                   display "SLARPT: more than " ws-dept-max
                       " department(s) - " sh-dept " not reported"
                   move 4 to return-code
                   go to 2000-take-night-exit
               end-if
           end-if
           add 1 to ws-dt-nights(ws-row-ix)
           evaluate sh-status
               when "MET"
                   add 1 to ws-dt-met(ws-row-ix)
               when "NOFEED"
                   add 1 to ws-dt-nofeed(ws-row-ix)
                   go to 2000-take-night-exit
               when other
                   add 1 to ws-dt-breach(ws-row-ix)
           end-evaluate
           if sh-status = "NOTSENT"
               move 999999 to ws-rank
           else
               move sh-elapsed to ws-rank
           end-if
      *find the slot this night earns, then push the lesser nights
      *down one place behind it
           move 0 to ws-slot
           perform varying k from 1 by 1 until k > 3
               if ws-dw-date(ws-row-ix, k) = spaces
                   or ws-rank > ws-dw-elapsed(ws-row-ix, k)
                   move k to ws-slot
                   move 3 to k
               end-if
           end-perform
           if ws-slot = 0
               go to 2000-take-night-exit
           end-if
           perform varying k from 3 by -1 until k <= ws-slot
               move ws-dt-worst(ws-row-ix, k - 1)
                   to ws-dt-worst(ws-row-ix, k)
           end-perform
           move sh-date to ws-dw-date(ws-row-ix, ws-slot)
           move ws-rank to ws-dw-elapsed(ws-row-ix, ws-slot)
           move sh-status to ws-dw-status(ws-row-ix, ws-slot).
       2000-take-night-exit.
           exit.

       3000-print-dept.
           compute ws-measured = ws-dt-met(i) + ws-dt-breach(i)
           if ws-measured > 0
               compute ws-pct rounded =
                   ws-dt-met(i) * 100 / ws-measured
           else
               move 0 to ws-pct
           end-if
           add ws-measured to ws-tot-measured
           add ws-dt-met(i) to ws-tot-met
           move spaces to ws-detail
           move ws-dt-dept(i) to ws-de-dept
           move ws-dt-nights(i) to ws-de-nights
           move ws-dt-met(i) to ws-de-met
           move ws-dt-breach(i) to ws-de-breach
           move ws-dt-nofeed(i) to ws-de-nofeed
           move ws-pct to ws-de-pct
           write report-rec from ws-detail
           perform varying k from 1 by 1 until k > 3
               if ws-dw-date(i, k) not = spaces
                   move ws-dw-date(i, k) to ws-wl-date
                   move ws-dw-status(i, k) to ws-wl-status
                   if ws-dw-status(i, k) = "NOTSENT"
                       move 0 to ws-wl-mins
                   else
                       move ws-dw-elapsed(i, k) to ws-wl-mins
                   end-if
                   write report-rec from ws-worst-line
               end-if
           end-perform.
       end program slarpt.
