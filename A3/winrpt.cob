      *total stream duration against the configured A3-CUTOFF-TIME,
      *and a per-step trend summary (first night against last) with
      *a projection flag when a growing step's next night would push
      *the stream past the window. Naming a change date
      *(A3-WINRPT-SPLIT) adds a before/after comparison - each step's
      *average night before that date against its average from it
      *on - so a change to the batch run shows its gain (or its
      *cost) in seconds. trendrpt.cob covers message volumes; this
      *covers time
      *
      *Modification history:
      *2026-09-02  AH  original version
      *2026-09-02  AH  resolve the run log's name through the
      *                test-region switch, matching every other
      *                reader of it
      *2026-10-15  AH  compare each step's average night before and
      *                after a change date named by A3-WINRPT-SPLIT,
      *                with the whole stream's, so a change to the
      *                batch run shows its gain in seconds

       identification division.
       program-id. winrpt.
       01 ws-from-date       pic x(8).
       01 ws-to-date         pic x(8).
       01 ws-cutoff-text     pic x(6).
       01 ws-split-date      pic x(8).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
      *the fixed run-log line columns nightorch.cob writes - kept in
               10 ws-st-last    pic 9(7) comp.
               10 ws-st-total   pic 9(9) comp.
               10 ws-st-nights  pic 9(5) comp.
               10 ws-st-pre-total   pic 9(9) comp.
               10 ws-st-pre-nights  pic 9(5) comp.
               10 ws-st-post-total  pic 9(9) comp.
               10 ws-st-post-nights pic 9(5) comp.
       01 i           pic 9(2) comp.
       01 ws-row-ix   pic 9(2) comp.
       01 ws-line-secs pic 9(7) comp.
       01 ws-night-dur     pic 9(7) comp value 0.
       01 ws-growth        pic s9(7) comp.
       01 ws-lines-read    pic 9(7) comp value 0.
      *the whole stream's nights either side of the split date
       01 ws-pre-dur-total   pic 9(9) comp value 0.
       01 ws-pre-dur-nights  pic 9(5) comp value 0.
       01 ws-post-dur-total  pic 9(9) comp value 0.
       01 ws-post-dur-nights pic 9(5) comp value 0.
       01 ws-avg-before      pic 9(7) comp.
       01 ws-avg-after       pic 9(7) comp.
       01 ws-change-pct      pic s9(5) comp.
      *print lines
       01 ws-hdr1 pic x(60) value
           "NIGHT    STEP        ELAPSED-S  EVENT".
           05 ws-tl-dir   pic x(9).
           05 filler      pic x(1) value space.
           05 ws-tl-flag  pic x(24).
       01 ws-split-line.
           05 ws-sp-step   pic x(8).
           05 filler       pic x(1) value space.
           05 ws-sp-before pic z(6)9.
           05 filler       pic x(4) value " -> ".
           05 ws-sp-after  pic z(6)9.
           05 filler       pic x(1) value space.
           05 ws-sp-pct    pic -(4)9.
           05 filler       pic x(2) value "% ".
           05 ws-sp-note   pic x(24).

       procedure division.
           accept ws-runlog-filename from environment "A3-RUN-LOG"
           accept ws-from-date from environment "A3-WINRPT-FROM"
           accept ws-to-date from environment "A3-WINRPT-TO"
           accept ws-cutoff-text from environment "A3-CUTOFF-TIME"
           accept ws-split-date from environment "A3-WINRPT-SPLIT"
           if ws-runlog-filename = spaces
               move "RUNLOG.TXT" to ws-runlog-filename
           end-if
           end-if
           close runlog-file
           perform 4000-print-trends
           if ws-split-date not = spaces
               perform 4500-print-split
           end-if
           close report-file
           display "WINRPT: " ws-lines-read " log line(s), "
               ws-night-count " night(s) - report in "
                   move 0 to ws-st-last(ws-row-ix)
                   move 0 to ws-st-total(ws-row-ix)
                   move 0 to ws-st-nights(ws-row-ix)
                   move 0 to ws-st-pre-total(ws-row-ix)
                   move 0 to ws-st-pre-nights(ws-row-ix)
                   move 0 to ws-st-post-total(ws-row-ix)
                   move 0 to ws-st-post-nights(ws-row-ix)
               else
                   go to 2700-feed-trend-exit
               end-if
           end-if
           move ws-elapsed to ws-st-last(ws-row-ix)
           add ws-elapsed to ws-st-total(ws-row-ix)
           add 1 to ws-st-nights(ws-row-ix)
           if ws-split-date not = spaces
               if ws-night-date < ws-split-date
                   add ws-elapsed to ws-st-pre-total(ws-row-ix)
                   add 1 to ws-st-pre-nights(ws-row-ix)
               else
                   add ws-elapsed to ws-st-post-total(ws-row-ix)
                   add 1 to ws-st-post-nights(ws-row-ix)
               end-if
           end-if.
       2700-feed-trend-exit.
           exit.

                   add 86400 to ws-window-secs
               end-if
           end-if
           if ws-split-date not = spaces
               if ws-night-date < ws-split-date
                   add ws-night-dur to ws-pre-dur-total
                   add 1 to ws-pre-dur-nights
               else
                   add ws-night-dur to ws-post-dur-total
                   add 1 to ws-post-dur-nights
               end-if
           end-if
           move spaces to ws-detail
           move ws-night-date to ws-dt-date
           move "*NIGHT* " to ws-dt-step
               end-if
               write report-rec from ws-trend-line
           end-perform.

      *----------------------------------------------------------------
      *the before/after comparison - each step's average elapsed on
      *the nights before the split date against its average from the
      *split date on, and the whole stream's the same way; a step
      *seen on only one side of the split has nothing to compare
      *----------------------------------------------------------------
       4500-print-split.
           move spaces to report-rec
           write report-rec
           move spaces to report-rec
           string "BEFORE / AFTER " delimited by size
               ws-split-date delimited by size
               " (AVERAGE SECONDS PER NIGHT)" delimited by size
               into report-rec
           end-string
           write report-rec
           perform varying i from 1 by 1 until i > ws-step-count
               move spaces to ws-split-line
               move ws-st-step(i) to ws-sp-step
               if ws-st-pre-nights(i) = 0 or ws-st-post-nights(i) = 0
                   move "NOT RUN BOTH SIDES" to ws-sp-note
               else
                   compute ws-avg-before = ws-st-pre-total(i)
                       / ws-st-pre-nights(i)
                   compute ws-avg-after = ws-st-post-total(i)
                       / ws-st-post-nights(i)
                   perform 4600-fill-split
               end-if
               write report-rec from ws-split-line
           end-perform
           move spaces to ws-split-line
           move "*NIGHT* " to ws-sp-step
           if ws-pre-dur-nights = 0 or ws-post-dur-nights = 0
               move "NOT RUN BOTH SIDES" to ws-sp-note
           else
               compute ws-avg-before = ws-pre-dur-total
                   / ws-pre-dur-nights
               compute ws-avg-after = ws-post-dur-total
                   / ws-post-dur-nights
               perform 4600-fill-split
           end-if
           write report-rec from ws-split-line.

       4600-fill-split.
           move ws-avg-before to ws-sp-before
           move ws-avg-after to ws-sp-after
           move 0 to ws-change-pct
           if ws-avg-before > 0
               compute ws-change-pct rounded =
                   (ws-avg-after - ws-avg-before) * 100
                   / ws-avg-before
           end-if
           move ws-change-pct to ws-sp-pct
           evaluate true
               when ws-avg-after < ws-avg-before
                   move "FASTER" to ws-sp-note
               when ws-avg-after > ws-avg-before
                   move "SLOWER" to ws-sp-note
               when other
                   move "SAME" to ws-sp-note
           end-evaluate.
       end program winrpt.
