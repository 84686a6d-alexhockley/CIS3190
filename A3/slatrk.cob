      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *slatrk.cob is the nightly delivery-SLA check - departments kept
      *asking how long it is between dropping their queue and it
      *leaving the building, and nothing measured it. The SLA file
      *carries each department's committed turnaround in hours; this
      *job takes the department's feed arrival off the night's feed
      *status file (feedchk.cob stamps it), finds the transmission
      *file that carried the department's traffic the way
      *distxmit.cob names it (the partner master's prefix plus the
      *business date, .EBC for an EBCDIC partner, the consolidated
      *file when no partner claims the department), and reads the
      *cut's sent date and time off the transmission register. One
      *attainment record per department per business date goes to
      *the SLA history (a rerun of the same night replaces its own
      *records), and every breach raises an operator alert.
      *slarpt.cob reads the history at month end
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  widen the partner-master record for the
      *                certification date certify.cob records on a
      *                partner's lines
      *2026-10-15  AH  a partner whose cut was mapped to its own
      *                layout is looked up on the register under the
      *                .MAP name the distribution delivered it as,
      *                when the plain name is not there

       identification division.
       program-id. slatrk.
       environment division.
       input-output section.
       file-control.
           select sla-file assign to dynamic ws-sla-filename
               organization line sequential
               file status ws-sla-status.
           select feed-file assign to dynamic ws-feed-filename
               organization line sequential
               file status ws-feed-status.
           select pmast-file assign to dynamic ws-pmast-filename
               organization line sequential
               file status ws-pmast-status.
           select reg-file assign to dynamic ws-reg-filename
               organization indexed
               access mode is random
               record key is xr-filename
               file status ws-reg-status.
           select hist-file assign to dynamic ws-hist-filename
               organization line sequential
               file status ws-hist-status.
           select work-file assign to dynamic ws-work-filename
               organization line sequential
               file status ws-work-status.

       data division.
       file section.
       fd sla-file.
      *one line per department - its committed turnaround in hours
       01 sla-rec.
           05 sa-dept  pic x(8).
           05 filler   pic x(1).
           05 sa-hours pic x(3).
       fd feed-file.
      *the feed status line feedchk.cob writes
       01 feed-rec.
           05 fd-date     pic x(8).
           05 filler      pic x(1).
           05 fd-dept     pic x(8).
           05 filler      pic x(1).
           05 fd-status   pic x(8).
           05 filler      pic x(1).
           05 fd-dline    pic x(6).
           05 filler      pic x(1).
           05 fd-file     pic x(50).
           05 filler      pic x(1).
           05 fd-arr-date pic x(8).
           05 filler      pic x(1).
           05 fd-arr-time pic x(6).
       fd pmast-file.
       01 pmast-rec.
           05 pm-partner  pic x(8).
           05 filler      pic x(1).
           05 pm-dept     pic x(8).
           05 filler      pic x(1).
           05 pm-encoding pic x(8).
           05 filler      pic x(1).
           05 pm-prefix   pic x(30).
      *the date the partner last passed its certification run
           05 filler      pic x(1).
           05 pm-certdate pic x(8).
       fd reg-file.
       01 xmitreg-rec.
           05 xr-filename  pic x(50).
           05 xr-sent-date pic x(8).
           05 xr-sent-time pic x(6).
           05 xr-count     pic 9(7).
           05 xr-bytes     pic 9(9).
           05 xr-hash      pic 9(7).
           05 xr-deadline  pic 9(3).
           05 xr-ack-sw    pic x(1).
           05 xr-ack-date  pic x(8).
       fd hist-file.
       01 hist-rec pic x(120).
       fd work-file.
       01 work-rec pic x(120).

       working-storage section.
       01 ws-sla-filename   pic x(100).
       01 ws-feed-filename  pic x(100).
       01 ws-pmast-filename pic x(100).
       01 ws-reg-filename   pic x(100).
       01 ws-hist-filename  pic x(100).
       01 ws-work-filename  pic x(104).
       01 ws-xmit-filename  pic x(100).
       01 ws-sla-status   pic x(2).
       01 ws-feed-status  pic x(2).
       01 ws-pmast-status pic x(2).
       01 ws-reg-status   pic x(2).
       01 ws-hist-status  pic x(2).
       01 ws-work-status  pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-busdate      pic x(8).
       01 ws-rollover     pic x(6).
      *the departments on the SLA file with their commitments
       01 ws-sla-count pic 9(3) comp value 0.
       01 ws-sla-max   pic 9(3) comp value 100.
       01 ws-sla-table.
           05 ws-sl-row occurs 100.
               10 ws-sl-dept     pic x(8).
               10 ws-sl-commit   pic 9(5) comp.
               10 ws-sl-arr-date pic x(8).
               10 ws-sl-arr-time pic x(6).
               10 ws-sl-xfile    pic x(50).
      *the name the cut goes out under when the partner's layout
      *definition had it mapped (outmap.cob)
               10 ws-sl-xmap     pic x(50).
       01 i           pic 9(3) comp.
       01 j           pic 9(3) comp.
      *the SLA history line - one per department per business date
       01 ws-hist-line.
           05 ws-hl-date      pic x(8).
           05 filler          pic x(1) value space.
           05 ws-hl-dept      pic x(8).
           05 filler          pic x(1) value space.
           05 ws-hl-status    pic x(8).
           05 filler          pic x(1) value space.
           05 ws-hl-arr-date  pic x(8).
           05 filler          pic x(1) value space.
           05 ws-hl-arr-time  pic x(6).
           05 filler          pic x(1) value space.
           05 ws-hl-sent-date pic x(8).
           05 filler          pic x(1) value space.
           05 ws-hl-sent-time pic x(6).
           05 filler          pic x(1) value space.
           05 ws-hl-elapsed   pic 9(5).
           05 filler          pic x(1) value space.
           05 ws-hl-commit    pic 9(5).
           05 filler          pic x(1) value space.
           05 ws-hl-xfile     pic x(50).
      *elapsed-time arithmetic, in minutes
       01 ws-arr-int      pic 9(8) comp.
       01 ws-sent-int     pic 9(8) comp.
       01 ws-arr-mins     pic 9(5) comp.
       01 ws-sent-mins    pic 9(5) comp.
       01 ws-elapsed      pic s9(7) comp.
       01 ws-hh           pic 9(2).
       01 ws-mm           pic 9(2).
       01 ws-met-count    pic 9(3) comp value 0.
       01 ws-breach-count pic 9(3) comp value 0.
       01 ws-nofeed-count pic 9(3) comp value 0.
       01 ws-kept-count   pic 9(7) comp value 0.
       01 ws-reg-open-sw  pic x(1) value "N".
       01 ws-hours-disp   pic z(4)9.
       01 ws-commit-disp  pic z(4)9.
       01 ws-alert-job    pic x(10) value "SLATRK".
       01 ws-alert-sev    pic x(4).
       01 ws-alert-msg    pic x(60).

       procedure division.
           accept ws-sla-filename from environment "A3-SLA-FILE"
           accept ws-feed-filename
               from environment "A3-FEEDSTAT-FILE"
           accept ws-pmast-filename
               from environment "A3-PARTMAST-FILE"
           accept ws-reg-filename from environment "A3-XMITREG-FILE"
           accept ws-hist-filename from environment "A3-SLA-HIST"
           accept ws-xmit-filename from environment "A3-XMIT-FILE"
           accept ws-rollover from environment "A3-BUSDATE-ROLLOVER"
           if ws-sla-filename = spaces
               move "SLA.TXT" to ws-sla-filename
           end-if
           if ws-feed-filename = spaces
               move "FEEDSTAT.TXT" to ws-feed-filename
           end-if
           if ws-pmast-filename = spaces
               move "PARTMAST.TXT" to ws-pmast-filename
           end-if
           if ws-reg-filename = spaces
               move "XMITREG.DAT" to ws-reg-filename
           end-if
           if ws-hist-filename = spaces
               move "SLAHIST.TXT" to ws-hist-filename
           end-if
           if ws-xmit-filename = spaces
               move "XMIT.DAT" to ws-xmit-filename
           end-if
           if ws-rollover = spaces
               move "060000" to ws-rollover
           end-if
           call "region" using ws-reg-filename
           call "region" using ws-hist-filename
           call "busdate" using ws-busdate
           perform 1000-load-sla
               thru 1000-load-sla-exit
           if return-code = 12
               goback
           end-if
           perform 2000-load-arrivals
               thru 2000-load-arrivals-exit
           perform 3000-resolve-transmissions
               thru 3000-resolve-transmissions-exit
           perform 4000-open-history
               thru 4000-open-history-exit
           if return-code = 12
               goback
           end-if
           open input reg-file
           if ws-reg-status = "00"
               move "Y" to ws-reg-open-sw
           else
               display "SLATRK: transmission register "
                   function trim(ws-reg-filename)
                   " not open (status " ws-reg-status
                   ") - nothing can be measured as sent"
           end-if
           perform varying i from 1 by 1 until i > ws-sla-count
               perform 5000-measure-one-dept
                   thru 5000-measure-one-dept-exit
           end-perform
           if ws-reg-open-sw = "Y"
               close reg-file
           end-if
           close hist-file
           display "SLATRK: " ws-busdate " - " ws-met-count " met, "
               ws-breach-count " BREACHED, " ws-nofeed-count
               " with no feed arrival to measure"
           if ws-breach-count > 0
               move 4 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *the SLA file - committed turnaround per department, in hours;
      *a department with no line is simply not under an SLA
      *----------------------------------------------------------------
       1000-load-sla.
           open input sla-file
           if ws-sla-status not = "00"
               display "SLATRK: cannot open SLA file "
                   function trim(ws-sla-filename)
                   " status " ws-sla-status
               move 12 to return-code
               go to 1000-load-sla-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read sla-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if sa-dept not = spaces
                           if ws-sla-count < ws-sla-max
                               add 1 to ws-sla-count
                               move sa-dept to ws-sl-dept(ws-sla-count)
                               compute ws-sl-commit(ws-sla-count) =
                                   function numval(sa-hours) * 60
                               move spaces
                                   to ws-sl-arr-date(ws-sla-count)
                                      ws-sl-arr-time(ws-sla-count)
                                      ws-sl-xfile(ws-sla-count)
                           else
                               display "SLATRK: more than "
                                   ws-sla-max " SLA line(s) - "
                                   sa-dept " not measured"
                           end-if
                       end-if
               end-read
           end-perform
           close sla-file.
       1000-load-sla-exit.
           exit.

      *----------------------------------------------------------------
      *tonight's arrivals - the RECEIVED lines feedchk.cob stamped
      *for this business date; the earliest arrival is the one the
      *clock starts from when a department delivers more than once
      *----------------------------------------------------------------
       2000-load-arrivals.
           open input feed-file
           if ws-feed-status not = "00"
               display "SLATRK: no feed status file "
                   function trim(ws-feed-filename)
                   " - no arrivals to measure from"
               go to 2000-load-arrivals-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read feed-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if fd-date = ws-busdate
                           and fd-status = "RECEIVED"
                           and fd-arr-date not = spaces
                           perform 2500-take-arrival
                       end-if
               end-read
           end-perform
           close feed-file.
       2000-load-arrivals-exit.
           exit.

       2500-take-arrival.
           perform varying j from 1 by 1 until j > ws-sla-count
               if ws-sl-dept(j) = fd-dept
                   if ws-sl-arr-date(j) = spaces
                       or fd-arr-date < ws-sl-arr-date(j)
                       or (fd-arr-date = ws-sl-arr-date(j)
                           and fd-arr-time < ws-sl-arr-time(j))
                       move fd-arr-date to ws-sl-arr-date(j)
                       move fd-arr-time to ws-sl-arr-time(j)
                   end-if
                   move ws-sla-count to j
               end-if
           end-perform.

      *----------------------------------------------------------------
      *which transmission carried each department - the partner
      *master names the cut exactly as distxmit.cob cuts it; a
      *department no partner claims left in the consolidated file
      *----------------------------------------------------------------
       3000-resolve-transmissions.
           perform varying i from 1 by 1 until i > ws-sla-count
               move ws-xmit-filename(1:50) to ws-sl-xfile(i)
               move spaces to ws-sl-xmap(i)
           end-perform
           open input pmast-file
           if ws-pmast-status not = "00"
               go to 3000-resolve-transmissions-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read pmast-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       perform varying j from 1 by 1
                               until j > ws-sla-count
                           if ws-sl-dept(j) = pm-dept
                               move spaces to ws-sl-xfile(j)
                               if pm-encoding(1:6) = "EBCDIC"
                                   string function trim(pm-prefix)
                                           delimited by size
                                       ws-busdate delimited by size
                                       ".EBC" delimited by size
                                       into ws-sl-xfile(j)
                                   end-string
                                   string function trim(pm-prefix)
                                           delimited by size
                                       ws-busdate delimited by size
                                       ".MAP.EBC" delimited by size
                                       into ws-sl-xmap(j)
                                   end-string
                               else
                                   string function trim(pm-prefix)
                                           delimited by size
                                       ws-busdate delimited by size
                                       into ws-sl-xfile(j)
                                   end-string
                                   string function trim(pm-prefix)
                                           delimited by size
                                       ws-busdate delimited by size
                                       ".MAP" delimited by size
                                       into ws-sl-xmap(j)
                                   end-string
                               end-if
                               move ws-sla-count to j
                           end-if
                       end-perform
               end-read
           end-perform
           close pmast-file.
       3000-resolve-transmissions-exit.
           exit.

      *----------------------------------------------------------------
      *the history keeps every other night as it was and loses only
      *this business date's earlier records, so a rerun replaces
      *instead of doubling - the survivors go through a work file
      *and the history reopens EXTEND behind them
      *----------------------------------------------------------------
       4000-open-history.
           move spaces to ws-work-filename
           string function trim(ws-hist-filename) delimited by size
               ".WRK" delimited by size
               into ws-work-filename
           end-string
           open input hist-file
           if ws-hist-status = "00"
               open output work-file
               if ws-work-status not = "00"
                   display "SLATRK: cannot open work file "
                       function trim(ws-work-filename)
                   close hist-file
                   move 12 to return-code
                   go to 4000-open-history-exit
               end-if
               move "N" to ws-eof-sw
               perform until ws-eof
                   read hist-file
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           if hist-rec(1:8) not = ws-busdate
                               write work-rec from hist-rec
                               add 1 to ws-kept-count
                           end-if
                   end-read
               end-perform
               close hist-file
               close work-file
               open input work-file
               open output hist-file
               move "N" to ws-eof-sw
               perform until ws-eof
                   read work-file
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           write hist-rec from work-rec
                   end-read
               end-perform
               close work-file
               close hist-file
           end-if
           open extend hist-file
           if ws-hist-status = "35"
               open output hist-file
           end-if
           if ws-hist-status not = "00"
               display "SLATRK: cannot open SLA history "
                   function trim(ws-hist-filename)
                   " status " ws-hist-status
               move 12 to return-code
           end-if.
       4000-open-history-exit.
           exit.

      *----------------------------------------------------------------
      *one department's night - arrival to the register's sent
      *stamp, in minutes, against the commitment. The register
      *stamps the business date with the wall-clock time, so a cut
      *sent before the rollover hour really left on the calendar
      *day after. A feed that arrived but whose cut never registered
      *for tonight is a breach as surely as a late one
      *----------------------------------------------------------------
       5000-measure-one-dept.
           move spaces to ws-hist-line
           move ws-busdate to ws-hl-date
           move ws-sl-dept(i) to ws-hl-dept
           move ws-sl-arr-date(i) to ws-hl-arr-date
           move ws-sl-arr-time(i) to ws-hl-arr-time
           move ws-sl-commit(i) to ws-hl-commit
           move ws-sl-xfile(i) to ws-hl-xfile
           move 0 to ws-hl-elapsed
           if ws-sl-arr-date(i) = spaces
               add 1 to ws-nofeed-count
               move "NOFEED" to ws-hl-status
               write hist-rec from ws-hist-line
               go to 5000-measure-one-dept-exit
           end-if
           move "N" to xr-ack-sw
           move spaces to xr-sent-date
           if ws-reg-open-sw = "Y"
               move ws-sl-xfile(i) to xr-filename
               read reg-file
                   invalid key
                       move spaces to xr-sent-date
               end-read
      *a partner with an outbound layout definition was sent its cut
      *mapped, and the register holds it under the .MAP name
      *distxmit.cob delivered it as
               if xr-sent-date = spaces
                   and ws-sl-xmap(i) not = spaces
                   move ws-sl-xmap(i) to xr-filename
                   read reg-file
                       invalid key
                           move spaces to xr-sent-date
                       not invalid key
                           move ws-sl-xmap(i) to ws-hl-xfile
                   end-read
               end-if
           end-if
           if xr-sent-date not = ws-busdate
               add 1 to ws-breach-count
               move "NOTSENT" to ws-hl-status
               write hist-rec from ws-hist-line
               move spaces to ws-alert-msg
               string "SLA breach " delimited by size
                   function trim(ws-sl-dept(i)) delimited by size
                   " - traffic not registered as sent"
                       delimited by size
                   into ws-alert-msg
               end-string
               move "CRIT" to ws-alert-sev
               call "alertlog" using ws-alert-job, ws-alert-sev,
                   ws-alert-msg
               go to 5000-measure-one-dept-exit
           end-if
           compute ws-arr-int = function integer-of-date(
               function numval(ws-sl-arr-date(i)))
           compute ws-sent-int = function integer-of-date(
               function numval(xr-sent-date))
           if xr-sent-time < ws-rollover
               add 1 to ws-sent-int
           end-if
           move ws-sl-arr-time(i)(1:2) to ws-hh
           move ws-sl-arr-time(i)(3:2) to ws-mm
           compute ws-arr-mins = ws-hh * 60 + ws-mm
           move xr-sent-time(1:2) to ws-hh
           move xr-sent-time(3:2) to ws-mm
           compute ws-sent-mins = ws-hh * 60 + ws-mm
           compute ws-elapsed = (ws-sent-int - ws-arr-int) * 1440
               + ws-sent-mins - ws-arr-mins
           if ws-elapsed < 0
               move 0 to ws-elapsed
           end-if
           move ws-elapsed to ws-hl-elapsed
           move xr-sent-date to ws-hl-sent-date
           move xr-sent-time to ws-hl-sent-time
           if ws-elapsed > ws-sl-commit(i)
               add 1 to ws-breach-count
               move "BREACH" to ws-hl-status
               compute ws-hours-disp = ws-elapsed / 60
               compute ws-commit-disp = ws-sl-commit(i) / 60
               move spaces to ws-alert-msg
               string "SLA breach " delimited by size
                   function trim(ws-sl-dept(i)) delimited by size
                   " - " delimited by size
                   function trim(ws-hours-disp) delimited by size
                   "h against " delimited by size
                   function trim(ws-commit-disp) delimited by size
                   "h committed" delimited by size
                   into ws-alert-msg
               end-string
               move "CRIT" to ws-alert-sev
               call "alertlog" using ws-alert-job, ws-alert-sev,
                   ws-alert-msg
           else
               add 1 to ws-met-count
               move "MET" to ws-hl-status
           end-if
           write hist-rec from ws-hist-line.
       5000-measure-one-dept-exit.
           exit.
       end program slatrk.
