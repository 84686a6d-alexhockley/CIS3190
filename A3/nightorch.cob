      *2026-09-02  AH  resolve the run log's name through the
      *                test-region switch, so a drill stream leaves
      *                the live run log untouched
      *2026-10-15  AH  run the disaster-recovery unload and the
      *                reload's proof together as one DRSET step, so
      *                the recovery point is one moment's picture of
      *                every store
      *2026-10-15  AH  add a catch-up mode (A3-NIGHT-MODE=CATCHUP)
      *                that runs the whole stream once for each
      *                business night missed since the last completed
      *                one, oldest first under its own business date,
      *                with every line marked CATCHUP; each completed
      *                night now leaves a NIGHT DONE line, and each
      *                step program is cancelled after its call

       identification division.
       program-id. nightorch.
       01 ws-monthend     pic x(1).
       01 ws-steps-calskip pic 9(3) comp value 0.
       01 ws-step-rc      pic 9(4) comp.
       01 ws-dr-rc        pic 9(4) comp.
       01 ws-night-rc     pic 9(4) comp.
      *catch-up mode - the missed business nights, oldest first
       01 ws-night-mode   pic x(7).
       01 ws-orig-busdate pic x(8).
       01 ws-catchup-from pic x(8).
       01 ws-catchup-max-text pic x(3).
       01 ws-catchup-max  pic 9(3) comp value 10.
       01 ws-to-date      pic x(8).
       01 ws-last-done    pic x(8).
       01 ws-cand-date    pic x(8).
       01 ws-date-n       pic 9(8).
       01 ws-day-int      pic 9(8) comp.
       01 ws-to-int       pic 9(8) comp.
       01 ws-too-many-sw pic x(1).
           88 ws-too-many value "Y".
       01 ws-was-done-sw pic x(1).
           88 ws-was-done value "Y".
       01 ws-miss-count   pic 9(3) comp value 0.
       01 ws-miss-max     pic 9(3) comp value 60.
       01 ws-miss-ix      pic 9(3) comp.
       01 ws-miss-table.
           05 ws-miss-date pic x(8) occurs 60.
       01 ws-done-count   pic 9(3) comp value 0.
       01 ws-done-max     pic 9(3) comp value 400.
       01 ws-done-ix      pic 9(3) comp.
       01 ws-done-table.
           05 ws-done-date pic x(8) occurs 400.
       01 ws-nights-run   pic 9(3) comp value 0.
       01 ws-worst-rc     pic 9(4) comp value 0.
       01 ws-steps-run    pic 9(3) comp value 0.
       01 ws-steps-held   pic 9(3) comp value 0.
           05 ws-ll-event   pic x(7).
           05 filler        pic x(1) value space.
           05 ws-ll-rc      pic x(4).
      *CATCHUP on every line of a night run late by catch-up mode
           05 filler        pic x(1) value space.
           05 ws-ll-mode    pic x(7) value spaces.

       procedure division.
           accept ws-runctl-filename
               from environment "A3-RUN-CONTROL"
           accept ws-runlog-filename from environment "A3-RUN-LOG"
           accept ws-cutoff-text from environment "A3-CUTOFF-TIME"
           accept ws-night-mode from environment "A3-NIGHT-MODE"
           accept ws-start-time from time
           if ws-runlog-filename = spaces
               move "RUNLOG.TXT" to ws-runlog-filename
           end-if
      *a test-region stream logs to the TST. twin run log
           call "region" using ws-runlog-filename
           if ws-night-mode = "CATCHUP"
               perform 5000-catch-up thru 5000-catch-up-exit
               move ws-worst-rc to ws-rc-disp
               display "NIGHTORCH: " ws-nights-run " catch-up "
                   "night(s) completed, " ws-steps-run " step(s) "
                   "run, " ws-steps-held " held, " ws-steps-calskip
                   " calendar-skipped - worst return code "
                   function trim(ws-rc-disp)
               move ws-worst-rc to return-code
               goback
           end-if
           if ws-night-mode not = spaces
               display "NIGHTORCH: unknown mode " ws-night-mode
                   " (blank for tonight, or CATCHUP)"
               move 12 to return-code
               goback
           end-if
      *the night's calendar attributes are resolved once up front -
      *every step's calendar rule is judged against the same
      *business date, even when the stream runs past midnight
           call "busdate" using ws-busdate, ws-busday, ws-holiday,
               ws-monthend
           open extend runlog-file
           if ws-runlog-status = "35"
               open output runlog-file
           if ws-runlog-status not = "00"
               display "NIGHTORCH: cannot open run log "
                   function trim(ws-runlog-filename)
               move 12 to return-code
               goback
           end-if
           perform 1500-run-sequence thru 1500-run-sequence-exit
           close runlog-file
           move ws-worst-rc to ws-rc-disp
           display "NIGHTORCH: " ws-steps-run " step(s) run, "
               ws-steps-held " held, " ws-steps-calskip
               " calendar-skipped - worst return code "
               function trim(ws-rc-disp)
           move ws-worst-rc to return-code
           goback.

      *----------------------------------------------------------------
      *one night - every run-control entry in order, then a DONE line
      *when nothing was held, which is what marks the night completed
      *for a later catch-up run
      *----------------------------------------------------------------
       1500-run-sequence.
           move 0 to ws-night-rc
           open input runctl-file
           if ws-runctl-status not = "00"
               display "NIGHTORCH: cannot open run-control file "
                   function trim(ws-runctl-filename)
                   " status " ws-runctl-status
               move 12 to ws-worst-rc
               move "Y" to ws-halt-sw
               go to 1500-run-sequence-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read runctl-file
               end-read
           end-perform
           close runctl-file
           if not ws-halted
               move "NIGHT" to ws-step-name
               move spaces to ws-program-name
               move "DONE" to ws-ll-event
               move ws-night-rc to ws-rc-disp
               move ws-rc-disp to ws-ll-rc
               perform 8000-write-log
           end-if.
       1500-run-sequence-exit.
           exit.

      *----------------------------------------------------------------
      *launch one step of the stream - unless an earlier step hard-
           perform 8000-write-log
           add 1 to ws-steps-run
           move 0 to return-code
           if ws-program-name = "DRSET"
               perform 3000-dr-set
           else
               call ws-program-name
                   on exception
      *a program that cannot even be found is treated exactly like a
      *hard step failure - nothing downstream of it may run
                       display "NIGHTORCH: cannot call program "
                           ws-program-name
                       move 12 to return-code
               end-call
      *a catch-up stream calls the same program once per night - it
      *is cancelled so each night starts it afresh, never with the
      *counters and switches the night before left behind
               cancel ws-program-name
           end-if
           move return-code to ws-step-rc
           move 0 to return-code
           move "END" to ws-ll-event
           if ws-step-rc > ws-worst-rc
               move ws-step-rc to ws-worst-rc
           end-if
           if ws-step-rc > ws-night-rc
               move ws-step-rc to ws-night-rc
           end-if
           if ws-step-rc >= 8
               move "Y" to ws-halt-sw
               display "NIGHTORCH: step " ws-step-name " failed with "
       2000-run-one-step-exit.
           exit.

      *----------------------------------------------------------------
      *the disaster-recovery set - a run-control entry naming DRSET
      *runs the unload of every store and the reload's proof of the
      *unload files back to back inside the one step, with nothing
      *else of the stream between them, so the recovery point is one
      *moment's picture of the whole set and is proved restorable
      *the night it is cut. The step's return code is the worse of
      *the two; an unload that failed is not proved
      *----------------------------------------------------------------
       3000-dr-set.
           call "drunload"
           move return-code to ws-dr-rc
           cancel "drunload"
           if ws-dr-rc < 8
               set environment "A3-DRRELOAD-MODE" to "PROVE"
               move 0 to return-code
               call "drreload"
               if return-code > ws-dr-rc
                   move return-code to ws-dr-rc
               end-if
               cancel "drreload"
           end-if
           move ws-dr-rc to return-code.

      *----------------------------------------------------------------
      *catch-up - A3-NIGHT-MODE=CATCHUP works out the business dates
      *since the last night the run log shows completed (its DONE
      *line) up to tonight's business date, skipping whatever the
      *processing calendar marks as no business day or a holiday, and
      *runs the whole run-control sequence once for each, oldest
      *first. Each night is run with A3-BUSDATE set to its own date,
      *so every step - and every record, audit line and statistics
      *row it produces - carries that night's date, and every line it
      *logs is marked CATCHUP. A3-CATCHUP-FROM names the first missed
      *date when the log holds no completed night to count from (or
      *to redo an earlier one); more than A3-CATCHUP-MAX nights
      *(default 10) is refused rather than run unattended. The first
      *night that does not complete - a hard failure or the window
      *cutoff - stops the catch-up; the nights after it stay missed
      *for the next catch-up run
      *----------------------------------------------------------------
       5000-catch-up.
           accept ws-orig-busdate from environment "A3-BUSDATE"
           accept ws-catchup-from from environment "A3-CATCHUP-FROM"
           accept ws-catchup-max-text
               from environment "A3-CATCHUP-MAX"
           if ws-catchup-max-text not = spaces
               compute ws-catchup-max =
                   function numval(ws-catchup-max-text)
           end-if
           if ws-catchup-max > ws-miss-max
               move ws-miss-max to ws-catchup-max
           end-if
           call "busdate" using ws-to-date
           perform 5100-scan-run-log thru 5100-scan-run-log-exit
           if ws-catchup-from = spaces
               if ws-last-done = spaces
                   display "NIGHTORCH: the run log shows no "
                       "completed night to catch up from - name "
                       "the first missed date in A3-CATCHUP-FROM"
                   move 12 to ws-worst-rc
                   go to 5000-catch-up-exit
               end-if
               move ws-last-done to ws-date-n
               compute ws-day-int =
                   function integer-of-date(ws-date-n) + 1
           else
               if ws-catchup-from is not numeric
                   display "NIGHTORCH: A3-CATCHUP-FROM "
                       ws-catchup-from " is not a date"
                   move 12 to ws-worst-rc
                   go to 5000-catch-up-exit
               end-if
               move ws-catchup-from to ws-date-n
               compute ws-day-int =
                   function integer-of-date(ws-date-n)
           end-if
           move ws-to-date to ws-date-n
           compute ws-to-int = function integer-of-date(ws-date-n)
      *each candidate date's calendar attributes come from the same
      *business-date service the steps use, asked about that date
           move 0 to ws-miss-count
           move "N" to ws-too-many-sw
           perform until ws-day-int > ws-to-int or ws-too-many
               compute ws-date-n = function date-of-integer(ws-day-int)
               move ws-date-n to ws-cand-date
               set environment "A3-BUSDATE" to ws-cand-date
               call "busdate" using ws-cand-date, ws-busday,
                   ws-holiday, ws-monthend
               if ws-busday = "Y" and ws-holiday not = "Y"
                   perform 5200-check-done
                   if not ws-was-done
                       if ws-miss-count < ws-catchup-max
                           add 1 to ws-miss-count
                           move ws-cand-date
                               to ws-miss-date(ws-miss-count)
                       else
                           move "Y" to ws-too-many-sw
                       end-if
                   end-if
               end-if
               add 1 to ws-day-int
           end-perform
           set environment "A3-BUSDATE" to ws-orig-busdate
           if ws-too-many
               move ws-catchup-max to ws-rc-disp
               display "NIGHTORCH: more than "
                   function trim(ws-rc-disp) " missed night(s) "
                   "to catch up - raise A3-CATCHUP-MAX or narrow "
                   "A3-CATCHUP-FROM to run them"
               move 12 to ws-worst-rc
               go to 5000-catch-up-exit
           end-if
           if ws-miss-count = 0
               display "NIGHTORCH: no missed business night up to "
                   ws-to-date " - nothing to catch up"
               go to 5000-catch-up-exit
           end-if
           open extend runlog-file
           if ws-runlog-status = "35"
               open output runlog-file
           end-if
           if ws-runlog-status not = "00"
               display "NIGHTORCH: cannot open run log "
                   function trim(ws-runlog-filename)
               move 12 to ws-worst-rc
               go to 5000-catch-up-exit
           end-if
           move "CATCHUP" to ws-ll-mode
           perform varying ws-miss-ix from 1 by 1
                   until ws-miss-ix > ws-miss-count or ws-halted
               set environment "A3-BUSDATE"
                   to ws-miss-date(ws-miss-ix)
               call "busdate" using ws-busdate, ws-busday,
                   ws-holiday, ws-monthend
               display "NIGHTORCH: catching up business night "
                   ws-busdate
               move "NIGHT" to ws-step-name
               move spaces to ws-program-name
               move "CATCHUP" to ws-ll-event
               move spaces to ws-ll-rc
               perform 8000-write-log
               perform 1500-run-sequence thru 1500-run-sequence-exit
               if not ws-halted
                   add 1 to ws-nights-run
               end-if
           end-perform
           close runlog-file
           set environment "A3-BUSDATE" to ws-orig-busdate
           if ws-halted and ws-nights-run < ws-miss-count
               compute ws-miss-ix = ws-miss-count - ws-nights-run
               display "NIGHTORCH: catch-up stopped - "
                   ws-miss-ix " night(s) still to run"
           end-if.
       5000-catch-up-exit.
           exit.

      *----------------------------------------------------------------
      *the run log's DONE lines - the latest is the last completed
      *night; when a start date is named, the completed nights from
      *it on are kept so they are not run a second time
      *----------------------------------------------------------------
       5100-scan-run-log.
           move spaces to ws-last-done
           move 0 to ws-done-count
           open input runlog-file
           if ws-runlog-status not = "00"
               go to 5100-scan-run-log-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read runlog-file into ws-log-line
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if ws-ll-event = "DONE"
                           if ws-ll-date > ws-last-done
                               or ws-last-done = spaces
                               move ws-ll-date to ws-last-done
                           end-if
                           if ws-catchup-from not = spaces
                               and ws-ll-date not < ws-catchup-from
                               and ws-done-count < ws-done-max
                               add 1 to ws-done-count
                               move ws-ll-date
                                   to ws-done-date(ws-done-count)
                           end-if
                       end-if
               end-read
           end-perform
           close runlog-file
           move spaces to ws-log-line.
       5100-scan-run-log-exit.
           exit.

       5200-check-done.
           move "N" to ws-was-done-sw
           perform varying ws-done-ix from 1 by 1
                   until ws-done-ix > ws-done-count or ws-was-done
               if ws-done-date(ws-done-ix) = ws-cand-date
                   move "Y" to ws-was-done-sw
               end-if
           end-perform.

       8000-write-log.
           move ws-busdate to ws-ll-date
           accept ws-now-time from time
