      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *scrnrpt.cob is compliance's daily content-screening report -
      *every hit the batch run's content screen (screen.cob) logged
      *for one business date (A3-SCRNRPT-DATE, default the current
      *business date), listed hit by hit with the department, message
      *id, rule, what was done (LOGGED, MASKED or DIVERT) and where in
      *the body it was found, then summarised by department and rule
      *with a total per department and for the day. A matched value
      *is never printed in full - the report shows only what the log
      *holds, the last four letters or digits of a match, and nothing
      *at all of a banned word beyond the rule that names it. Records
      *diverted to compliance review end the report with a warning
      *return code: they are waiting for someone
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. scrnrpt.
       environment division.
       input-output section.
       file-control.
           select log-file assign to dynamic ws-log-filename
               organization line sequential
               file status ws-log-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.

       data division.
       file section.
      *the screening log, as screen.cob writes it
       fd log-file.
       01 log-rec.
           05 sl-date     pic x(8).
           05 filler      pic x(1).
           05 sl-time     pic x(6).
           05 filler      pic x(1).
           05 sl-dept     pic x(8).
           05 filler      pic x(1).
           05 sl-category pic x(4).
           05 filler      pic x(1).
           05 sl-msgid    pic x(14).
           05 filler      pic x(1).
           05 sl-rule     pic x(8).
           05 filler      pic x(1).
           05 sl-type     pic x(4).
           05 filler      pic x(1).
           05 sl-action   pic x(6).
           05 filler      pic x(1).
           05 sl-pos      pic 9(4).
           05 filler      pic x(1).
           05 sl-len      pic 9(2).
           05 filler      pic x(1).
           05 sl-excerpt  pic x(20).
       fd report-file.
       01 report-rec pic x(100).

       working-storage section.
       01 ws-log-filename    pic x(100).
       01 ws-report-filename pic x(100).
       01 ws-log-status      pic x(2).
       01 ws-report-status   pic x(2).
       01 ws-rpt-date pic x(8).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
      *one row per department and rule, in department then rule
      *order
       01 ws-row-count pic 9(3) comp value 0.
       01 ws-row-max   pic 9(3) comp value 200.
       01 ws-row-tbl.
           05 ws-row occurs 200.
               10 ws-rw-dept    pic x(8).
               10 ws-rw-rule    pic x(8).
               10 ws-rw-logged  pic 9(7) comp.
               10 ws-rw-masked  pic 9(7) comp.
               10 ws-rw-divert  pic 9(7) comp.
       01 i          pic 9(3) comp.
       01 ws-row-ix  pic 9(3) comp.
       01 ws-row-key.
           05 ws-rk-dept pic x(8).
           05 ws-rk-rule pic x(8).
       01 ws-cmp-key.
           05 ws-ck-dept pic x(8).
           05 ws-ck-rule pic x(8).
       01 ws-hit-count     pic 9(7) comp value 0.
       01 ws-divert-count  pic 9(7) comp value 0.
       01 ws-dropped-count pic 9(7) comp value 0.
      *department and day totals
       01 ws-tot-dept      pic x(8).
       01 ws-dt-logged     pic 9(7) comp.
       01 ws-dt-masked     pic 9(7) comp.
       01 ws-dt-divert     pic 9(7) comp.
       01 ws-gt-logged     pic 9(7) comp value 0.
       01 ws-gt-masked     pic 9(7) comp value 0.
       01 ws-gt-divert     pic 9(7) comp value 0.
       01 ws-hdr1 pic x(100) value
           "DEPT     MESSAGE ID     RULE     TYPE ACTION  POS  MATCH".
       01 ws-hdr2 pic x(100) value
           "DEPT     RULE         HITS   LOGGED   MASKED DIVERTED".
       01 ws-det-line.
           05 ws-dl-dept    pic x(8).
           05 filler        pic x(1) value space.
           05 ws-dl-msgid   pic x(14).
           05 filler        pic x(1) value space.
           05 ws-dl-rule    pic x(8).
           05 filler        pic x(1) value space.
           05 ws-dl-type    pic x(4).
           05 filler        pic x(1) value space.
           05 ws-dl-action  pic x(6).
           05 filler        pic x(1) value space.
           05 ws-dl-pos     pic z(3)9.
           05 filler        pic x(2) value spaces.
           05 ws-dl-excerpt pic x(20).
       01 ws-sum-line.
           05 ws-sl-dept    pic x(8).
           05 filler        pic x(1) value space.
           05 ws-sl-rule    pic x(8).
           05 filler        pic x(1) value space.
           05 ws-sl-hits    pic z(7)9.
           05 filler        pic x(1) value space.
           05 ws-sl-logged  pic z(7)9.
           05 filler        pic x(1) value space.
           05 ws-sl-masked  pic z(7)9.
           05 filler        pic x(1) value space.
           05 ws-sl-divert  pic z(7)9.

       procedure division.
           accept ws-log-filename from environment "A3-SCREEN-LOG"
           accept ws-report-filename
               from environment "A3-SCRNRPT-FILE"
           accept ws-rpt-date from environment "A3-SCRNRPT-DATE"
           if ws-log-filename = spaces
               move "SCRNLOG.TXT" to ws-log-filename
           end-if
           call "region" using ws-log-filename
           if ws-report-filename = spaces
               move "SCRNRPT.TXT" to ws-report-filename
           end-if
           if ws-rpt-date = spaces
               call "busdate" using ws-rpt-date
           end-if
           open output report-file
           if ws-report-status not = "00"
               display "SCRNRPT: cannot open report file "
                   function trim(ws-report-filename)
               move 12 to return-code
               goback
           end-if
           move spaces to report-rec
           string "CONTENT SCREENING REPORT FOR " delimited by size
               ws-rpt-date delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to report-rec
           write report-rec
           open input log-file
           if ws-log-status = "35"
               move "NO SCREENING HITS LOGGED" to report-rec
               write report-rec
               close report-file
               display "SCRNRPT: no screening log - nothing to report"
               goback
           end-if
           if ws-log-status not = "00"
               display "SCRNRPT: cannot open screening log "
                   function trim(ws-log-filename)
                   " status " ws-log-status
               close report-file
               move 12 to return-code
               goback
           end-if
      *the day's hits, one line each, as they were logged
           write report-rec from ws-hdr1
           move "N" to ws-eof-sw
           perform until ws-eof
               read log-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if sl-date = ws-rpt-date
                           perform 2000-take-hit
                               thru 2000-take-hit-exit
                       end-if
               end-read
           end-perform
           close log-file
           if ws-hit-count = 0
               move "NO SCREENING HITS FOR THIS DATE" to report-rec
               write report-rec
           end-if
           perform 3000-write-summary thru 3000-write-summary-exit
           close report-file
           display "SCRNRPT: " ws-hit-count " screening hit(s) for "
               ws-rpt-date " - report in "
               function trim(ws-report-filename)
           if ws-divert-count > 0
               display "SCRNRPT: " ws-divert-count " hit(s) diverted "
                   "a record to compliance review"
               move 4 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *one hit - listed, and counted under its department and rule
      *----------------------------------------------------------------
       2000-take-hit.
           add 1 to ws-hit-count
           move spaces to ws-det-line
           move sl-dept to ws-dl-dept
           move sl-msgid to ws-dl-msgid
           move sl-rule to ws-dl-rule
           move sl-type to ws-dl-type
           move sl-action to ws-dl-action
           move sl-pos to ws-dl-pos
           move sl-excerpt to ws-dl-excerpt
           write report-rec from ws-det-line
           if sl-action = "DIVERT"
               add 1 to ws-divert-count
           end-if
      *find the department and rule's row, or open one in order
           move sl-dept to ws-rk-dept
           move sl-rule to ws-rk-rule
           move 0 to ws-row-ix
           perform varying i from 1 by 1 until i > ws-row-count
               if ws-rw-dept(i) = sl-dept and ws-rw-rule(i) = sl-rule
                   move i to ws-row-ix
                   move ws-row-count to i
               end-if
           end-perform
           if ws-row-ix = 0
               if ws-row-count not < ws-row-max
                   add 1 to ws-dropped-count
                   go to 2000-take-hit-exit
               end-if
               move 1 to ws-row-ix
               perform varying i from 1 by 1 until i > ws-row-count
                   move ws-rw-dept(i) to ws-ck-dept
                   move ws-rw-rule(i) to ws-ck-rule
                   if ws-cmp-key < ws-row-key
                       compute ws-row-ix = i + 1
                   end-if
               end-perform
               perform varying i from ws-row-count by -1
                       until i < ws-row-ix
                   move ws-row(i) to ws-row(i + 1)
               end-perform
               add 1 to ws-row-count
               initialize ws-row(ws-row-ix)
               move sl-dept to ws-rw-dept(ws-row-ix)
               move sl-rule to ws-rw-rule(ws-row-ix)
           end-if
           evaluate sl-action
               when "LOGGED"
                   add 1 to ws-rw-logged(ws-row-ix)
               when "MASKED"
                   add 1 to ws-rw-masked(ws-row-ix)
               when "DIVERT"
                   add 1 to ws-rw-divert(ws-row-ix)
           end-evaluate.
       2000-take-hit-exit.
           exit.

      *----------------------------------------------------------------
      *the summary - each department's rules with their counts, the
      *department's total, and the day's total
      *----------------------------------------------------------------
       3000-write-summary.
           move spaces to report-rec
           write report-rec
           write report-rec from ws-hdr2
           move spaces to ws-tot-dept
           perform varying i from 1 by 1 until i > ws-row-count
               if ws-rw-dept(i) not = ws-tot-dept
                   if i > 1
                       perform 3500-dept-total
                           thru 3500-dept-total-exit
                   end-if
                   move ws-rw-dept(i) to ws-tot-dept
                   move 0 to ws-dt-logged
                   move 0 to ws-dt-masked
                   move 0 to ws-dt-divert
               end-if
               move spaces to ws-sum-line
               move ws-rw-dept(i) to ws-sl-dept
               move ws-rw-rule(i) to ws-sl-rule
               compute ws-sl-hits = ws-rw-logged(i) + ws-rw-masked(i)
                   + ws-rw-divert(i)
               move ws-rw-logged(i) to ws-sl-logged
               move ws-rw-masked(i) to ws-sl-masked
               move ws-rw-divert(i) to ws-sl-divert
               write report-rec from ws-sum-line
               add ws-rw-logged(i) to ws-dt-logged
               add ws-rw-masked(i) to ws-dt-masked
               add ws-rw-divert(i) to ws-dt-divert
               add ws-rw-logged(i) to ws-gt-logged
               add ws-rw-masked(i) to ws-gt-masked
               add ws-rw-divert(i) to ws-gt-divert
           end-perform
           if ws-row-count > 0
               perform 3500-dept-total thru 3500-dept-total-exit
           end-if
           move spaces to report-rec
           write report-rec
           move spaces to ws-sum-line
           move "*ALL*" to ws-sl-dept
           move "TOTAL" to ws-sl-rule
           compute ws-sl-hits = ws-gt-logged + ws-gt-masked
               + ws-gt-divert
           move ws-gt-logged to ws-sl-logged
           move ws-gt-masked to ws-sl-masked
           move ws-gt-divert to ws-sl-divert
           write report-rec from ws-sum-line
           if ws-dropped-count > 0
               move spaces to report-rec
               string "TABLE FULL - HITS LEFT OUT OF THE SUMMARY "
                       delimited by size
                   "ABOVE (LISTED IN THE DETAIL)" delimited by size
                   into report-rec
               end-string
               write report-rec
               move spaces to ws-sum-line
               move "DROPPED" to ws-sl-rule
               move ws-dropped-count to ws-sl-hits
               write report-rec from ws-sum-line
           end-if.
       3000-write-summary-exit.
           exit.

       3500-dept-total.
           move spaces to ws-sum-line
           move "  TOTAL" to ws-sl-rule
           compute ws-sl-hits = ws-dt-logged + ws-dt-masked
               + ws-dt-divert
           move ws-dt-logged to ws-sl-logged
           move ws-dt-masked to ws-sl-masked
           move ws-dt-divert to ws-sl-divert
           write report-rec from ws-sum-line.
       3500-dept-total-exit.
           exit.
       end program scrnrpt.
