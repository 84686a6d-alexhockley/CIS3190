      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *distbndl.cob is the nightly report-bundling step - the night's
      *statements and reports (deptstmt, mornrpt, alertrpt, xmitage,
      *winrpt, trendrpt, the screening and SLA reports) used to be
      *forwarded one by one by hand, and department statements went
      *to the wrong department more than once. The distribution
      *master (A3-DISTMAST-FILE, default DISTMAST.TXT) now says who
      *gets what, in four kinds of line:
      *    RPT  report-id  file name pattern
      *    RCPT recipient  recipient's name
      *    SEND recipient  report-id
      *    DEPT recipient  department the recipient may see
      *A file name pattern may carry <DATE> for the business date and
      *<DEPT> for a department; a report whose pattern names a
      *department is a per-department report, and a recipient gets
      *it only for the departments its DEPT lines list - never for
      *any other. For one business date (A3-DIST-DATE, default the
      *current business date) each recipient gets one bundle file,
      *BUNDLE.<recipient>.<date>.TXT, opening with a cover sheet that
      *lists every report it should hold with its page count, then
      *each report behind a separator. Every report sent or missing
      *is written to the distribution log (A3-DIST-LOG, default
      *DISTLOG.TXT), and a report the master expected that the night
      *did not produce raises a WARN alert and a warning return code
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. distbndl.
       environment division.
       input-output section.
       file-control.
           select dist-file assign to dynamic ws-dist-filename
               organization line sequential
               file status ws-dist-status.
           select rpt-file assign to dynamic ws-rpt-filename
               organization line sequential
               file status ws-rpt-status.
           select bundle-file assign to dynamic ws-bundle-filename
               organization line sequential
               file status ws-bundle-status.
           select log-file assign to dynamic ws-log-filename
               organization line sequential
               file status ws-log-status.

       data division.
       file section.
       fd dist-file.
       01 dist-rec.
           05 dm-type  pic x(4).
           05 filler   pic x(1).
           05 dm-key   pic x(8).
           05 filler   pic x(1).
           05 dm-value pic x(60).
       fd rpt-file.
       01 rpt-rec pic x(132).
       fd bundle-file.
       01 bundle-rec pic x(132).
      *the distribution log - one line per report per recipient
       fd log-file.
       01 log-rec.
           05 dl-date      pic x(8).
           05 filler       pic x(1).
           05 dl-time      pic x(6).
           05 filler       pic x(1).
           05 dl-recip     pic x(8).
           05 filler       pic x(1).
           05 dl-report    pic x(8).
           05 filler       pic x(1).
           05 dl-dept      pic x(8).
           05 filler       pic x(1).
           05 dl-status    pic x(7).
           05 filler       pic x(1).
           05 dl-pages     pic 9(4).
           05 filler       pic x(1).
           05 dl-file      pic x(60).

       working-storage section.
       01 ws-dist-filename   pic x(100).
       01 ws-rpt-filename    pic x(100).
       01 ws-bundle-filename pic x(100).
       01 ws-log-filename    pic x(100).
       01 ws-dist-status     pic x(2).
       01 ws-rpt-status      pic x(2).
       01 ws-bundle-status   pic x(2).
       01 ws-log-status      pic x(2).
       01 ws-run-date        pic x(8).
       01 ws-now-time        pic x(8).
       01 ws-page-text       pic x(3).
       01 ws-page-lines      pic 9(3) comp value 55.
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
      *the distribution master, held whole
       01 ws-rp-count pic 9(3) comp value 0.
       01 ws-rp-max   pic 9(3) comp value 50.
       01 ws-rp-tbl.
           05 ws-rp occurs 50.
               10 ws-rp-id      pic x(8).
               10 ws-rp-pattern pic x(60).
               10 ws-rp-by-dept pic x(1).
       01 ws-rc-count pic 9(3) comp value 0.
       01 ws-rc-max   pic 9(3) comp value 100.
       01 ws-rc-tbl.
           05 ws-rc occurs 100.
               10 ws-rc-id   pic x(8).
               10 ws-rc-name pic x(30).
       01 ws-sd-count pic 9(4) comp value 0.
       01 ws-sd-max   pic 9(4) comp value 500.
       01 ws-sd-tbl.
           05 ws-sd occurs 500.
               10 ws-sd-recip  pic x(8).
               10 ws-sd-report pic x(8).
       01 ws-dp-count pic 9(4) comp value 0.
       01 ws-dp-max   pic 9(4) comp value 500.
       01 ws-dp-tbl.
           05 ws-dp occurs 500.
               10 ws-dp-recip pic x(8).
               10 ws-dp-dept  pic x(8).
      *one recipient's bundle - the reports it should hold
       01 ws-it-count pic 9(3) comp value 0.
       01 ws-it-max   pic 9(3) comp value 200.
       01 ws-it-tbl.
           05 ws-it occurs 200.
               10 ws-it-report pic x(8).
               10 ws-it-dept   pic x(8).
               10 ws-it-file   pic x(60).
               10 ws-it-lines  pic 9(7) comp.
               10 ws-it-pages  pic 9(4) comp.
               10 ws-it-found  pic x(1).
      *report files already alerted missing, so a report several
      *recipients expect is alerted once
       01 ws-ms-count pic 9(3) comp value 0.
       01 ws-ms-tbl.
           05 ws-ms-file pic x(60) occurs 200.
       01 i   pic 9(4) comp.
       01 j   pic 9(4) comp.
       01 k   pic 9(4) comp.
       01 p   pic 9(3) comp.
       01 ws-np pic 9(3) comp.
       01 ws-rp-ix pic 9(3) comp.
       01 ws-rc-ix pic 9(3) comp.
       01 ws-find-id  pic x(8).
       01 ws-exp-dept pic x(8).
       01 ws-exp-name pic x(60).
       01 ws-found-sw pic x(1).
       01 ws-bundles     pic 9(5) comp value 0.
       01 ws-sent-count  pic 9(7) comp value 0.
       01 ws-miss-count  pic 9(7) comp value 0.
       01 ws-bad-lines   pic 9(5) comp value 0.
       01 ws-alert-job   pic x(10) value "DISTBNDL".
       01 ws-alert-sev   pic x(4).
       01 ws-alert-msg   pic x(60).
       01 ws-cover-line.
           05 ws-cl-report pic x(8).
           05 filler       pic x(1) value space.
           05 ws-cl-dept   pic x(8).
           05 filler       pic x(1) value space.
           05 ws-cl-pages  pic z(3)9.
           05 filler       pic x(2) value spaces.
           05 ws-cl-status pic x(7).
           05 filler       pic x(1) value space.
           05 ws-cl-file   pic x(60).
       01 ws-cover-hdr pic x(132) value
           "REPORT   DEPT     PAGE  STATUS  FILE".

       procedure division.
           accept ws-dist-filename from environment "A3-DISTMAST-FILE"
           accept ws-log-filename from environment "A3-DIST-LOG"
           accept ws-run-date from environment "A3-DIST-DATE"
           accept ws-page-text from environment "A3-DIST-PAGE-LINES"
           if ws-dist-filename = spaces
               move "DISTMAST.TXT" to ws-dist-filename
           end-if
           if ws-log-filename = spaces
               move "DISTLOG.TXT" to ws-log-filename
           end-if
           if ws-run-date = spaces
               call "busdate" using ws-run-date
           end-if
           if ws-page-text not = spaces
               if function trim(ws-page-text) is numeric
                   compute ws-page-lines =
                       function numval(ws-page-text)
               end-if
           end-if
           if ws-page-lines < 1
               move 55 to ws-page-lines
           end-if
           perform 1000-load-master thru 1000-load-master-exit
           if return-code not = 0
               goback
           end-if
           open extend log-file
           if ws-log-status = "35"
               open output log-file
           end-if
           if ws-log-status not = "00"
               display "DISTBNDL: cannot open distribution log "
                   function trim(ws-log-filename)
               move 12 to return-code
               goback
           end-if
           perform varying ws-rc-ix from 1 by 1
                   until ws-rc-ix > ws-rc-count
               perform 2000-bundle-recipient
                   thru 2000-bundle-recipient-exit
           end-perform
           close log-file
           display "DISTBNDL: " ws-bundles " bundle(s) for "
               ws-run-date ", " ws-sent-count " report(s) sent, "
               ws-miss-count " missing"
           if ws-miss-count > 0 or ws-bad-lines > 0
               move 4 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *the distribution master into its tables - a master that will
      *not open, or names a recipient or report it never defines, is
      *a master someone has to look at before anything is sent
      *----------------------------------------------------------------
       1000-load-master.
           open input dist-file
           if ws-dist-status not = "00"
               display "DISTBNDL: cannot open distribution master "
                   function trim(ws-dist-filename)
                   " status " ws-dist-status
               move 12 to return-code
               go to 1000-load-master-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read dist-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       perform 1500-take-master-line
                           thru 1500-take-master-line-exit
               end-read
           end-perform
           close dist-file
      *every SEND and DEPT line must name a recipient the master
      *defines, and every SEND a report it defines
           perform varying i from 1 by 1 until i > ws-sd-count
               move ws-sd-recip(i) to ws-find-id
               perform 1700-find-recipient
                   thru 1700-find-recipient-exit
               if ws-found-sw = "N"
                   display "DISTBNDL: SEND for undefined recipient "
                       ws-sd-recip(i)
                   add 1 to ws-bad-lines
               end-if
               move ws-sd-report(i) to ws-find-id
               perform 1800-find-report thru 1800-find-report-exit
               if ws-found-sw = "N"
                   display "DISTBNDL: SEND of undefined report "
                       ws-sd-report(i) " to " ws-sd-recip(i)
                   add 1 to ws-bad-lines
               end-if
           end-perform
           perform varying i from 1 by 1 until i > ws-dp-count
               move ws-dp-recip(i) to ws-find-id
               perform 1700-find-recipient
                   thru 1700-find-recipient-exit
               if ws-found-sw = "N"
                   display "DISTBNDL: DEPT for undefined recipient "
                       ws-dp-recip(i)
                   add 1 to ws-bad-lines
               end-if
           end-perform
           if ws-rc-count = 0
               display "DISTBNDL: distribution master "
                   function trim(ws-dist-filename)
                   " names no recipients - nothing to bundle"
           end-if.
       1000-load-master-exit.
           exit.

       1500-take-master-line.
           if dist-rec = spaces or dm-type(1:1) = "*"
               go to 1500-take-master-line-exit
           end-if
           evaluate dm-type
               when "RPT "
                   if ws-rp-count >= ws-rp-max
                       display "DISTBNDL: too many RPT lines - "
                           dm-key " ignored"
                       add 1 to ws-bad-lines
                       go to 1500-take-master-line-exit
                   end-if
                   add 1 to ws-rp-count
                   move dm-key to ws-rp-id(ws-rp-count)
                   move dm-value to ws-rp-pattern(ws-rp-count)
                   move 0 to k
                   inspect dm-value tallying k for all "<DEPT>"
                   if k > 0
                       move "Y" to ws-rp-by-dept(ws-rp-count)
                   else
                       move "N" to ws-rp-by-dept(ws-rp-count)
                   end-if
               when "RCPT"
                   if ws-rc-count >= ws-rc-max
                       display "DISTBNDL: too many RCPT lines - "
                           dm-key " ignored"
                       add 1 to ws-bad-lines
                       go to 1500-take-master-line-exit
                   end-if
                   add 1 to ws-rc-count
                   move dm-key to ws-rc-id(ws-rc-count)
                   move dm-value to ws-rc-name(ws-rc-count)
               when "SEND"
                   if ws-sd-count >= ws-sd-max
                       display "DISTBNDL: too many SEND lines - "
                           dm-key " ignored"
                       add 1 to ws-bad-lines
                       go to 1500-take-master-line-exit
                   end-if
                   add 1 to ws-sd-count
                   move dm-key to ws-sd-recip(ws-sd-count)
                   move dm-value(1:8) to ws-sd-report(ws-sd-count)
               when "DEPT"
                   if ws-dp-count >= ws-dp-max
                       display "DISTBNDL: too many DEPT lines - "
                           dm-key " ignored"
                       add 1 to ws-bad-lines
                       go to 1500-take-master-line-exit
                   end-if
                   add 1 to ws-dp-count
                   move dm-key to ws-dp-recip(ws-dp-count)
                   move dm-value(1:8) to ws-dp-dept(ws-dp-count)
               when other
                   display "DISTBNDL: distribution master line type "
                       dm-type " not known - ignored"
                   add 1 to ws-bad-lines
           end-evaluate.
       1500-take-master-line-exit.
           exit.

       1700-find-recipient.
           move "N" to ws-found-sw
           perform varying j from 1 by 1 until j > ws-rc-count
               if ws-rc-id(j) = ws-find-id
                   move "Y" to ws-found-sw
                   move ws-rc-count to j
               end-if
           end-perform.
       1700-find-recipient-exit.
           exit.

       1800-find-report.
           move "N" to ws-found-sw
           move 0 to ws-rp-ix
           perform varying j from 1 by 1 until j > ws-rp-count
               if ws-rp-id(j) = ws-find-id
                   move "Y" to ws-found-sw
                   move j to ws-rp-ix
                   move ws-rp-count to j
               end-if
           end-perform.
       1800-find-report-exit.
           exit.

      *----------------------------------------------------------------
      *one recipient's bundle - the reports its SEND lines name, a
      *per-department report once for each department its DEPT lines
      *allow. Each file is read once to count its pages for the
      *cover sheet, then again to copy it in behind a separator
      *----------------------------------------------------------------
       2000-bundle-recipient.
           move 0 to ws-it-count
           perform varying i from 1 by 1 until i > ws-sd-count
               if ws-sd-recip(i) = ws-rc-id(ws-rc-ix)
                   move ws-sd-report(i) to ws-find-id
                   perform 1800-find-report thru 1800-find-report-exit
                   if ws-found-sw = "Y"
                       perform 2200-list-report
                           thru 2200-list-report-exit
                   end-if
               end-if
           end-perform
           if ws-it-count = 0
               display "DISTBNDL: recipient " ws-rc-id(ws-rc-ix)
                   " is sent nothing - no bundle"
               go to 2000-bundle-recipient-exit
           end-if
           perform varying i from 1 by 1 until i > ws-it-count
               perform 2500-count-pages thru 2500-count-pages-exit
           end-perform
           move spaces to ws-bundle-filename
           string "BUNDLE." delimited by size
               function trim(ws-rc-id(ws-rc-ix)) delimited by size
               "." delimited by size
               ws-run-date delimited by size
               ".TXT" delimited by size
               into ws-bundle-filename
           end-string
           open output bundle-file
           if ws-bundle-status not = "00"
               display "DISTBNDL: cannot open bundle "
                   function trim(ws-bundle-filename)
                   " status " ws-bundle-status
               add 1 to ws-bad-lines
               go to 2000-bundle-recipient-exit
           end-if
           add 1 to ws-bundles
           perform 3000-write-cover thru 3000-write-cover-exit
           perform varying i from 1 by 1 until i > ws-it-count
               if ws-it-found(i) = "Y"
                   perform 3500-copy-report thru 3500-copy-report-exit
               end-if
               perform 4000-log-item thru 4000-log-item-exit
           end-perform
           close bundle-file.
       2000-bundle-recipient-exit.
           exit.

      *a report goes on the recipient's list once, or once per
      *department the recipient may see if it is a per-department
      *report - a per-department report sent to a recipient with no
      *DEPT lines sends nothing, and says so
       2200-list-report.
           if ws-rp-by-dept(ws-rp-ix) = "N"
               move spaces to ws-exp-dept
               perform 2300-add-item thru 2300-add-item-exit
               go to 2200-list-report-exit
           end-if
           move "N" to ws-found-sw
           perform varying k from 1 by 1 until k > ws-dp-count
               if ws-dp-recip(k) = ws-rc-id(ws-rc-ix)
                   move "Y" to ws-found-sw
                   move ws-dp-dept(k) to ws-exp-dept
                   perform 2300-add-item thru 2300-add-item-exit
               end-if
           end-perform
           if ws-found-sw = "N"
               display "DISTBNDL: " ws-rp-id(ws-rp-ix)
                   " is per department but recipient "
                   ws-rc-id(ws-rc-ix) " may see none"
               add 1 to ws-bad-lines
           end-if.
       2200-list-report-exit.
           exit.

       2300-add-item.
           if ws-it-count >= ws-it-max
               display "DISTBNDL: bundle for " ws-rc-id(ws-rc-ix)
                   " full - " ws-rp-id(ws-rp-ix) " " ws-exp-dept
                   " left out"
               add 1 to ws-bad-lines
               go to 2300-add-item-exit
           end-if
           perform 2400-expand-name thru 2400-expand-name-exit
           add 1 to ws-it-count
           move ws-rp-id(ws-rp-ix) to ws-it-report(ws-it-count)
           move ws-exp-dept to ws-it-dept(ws-it-count)
           move ws-exp-name to ws-it-file(ws-it-count)
           move 0 to ws-it-lines(ws-it-count)
           move 0 to ws-it-pages(ws-it-count)
           move "N" to ws-it-found(ws-it-count).
       2300-add-item-exit.
           exit.

      *the report's file name from its pattern - <DATE> becomes the
      *business date and <DEPT> the department, everything else is
      *taken as it stands
       2400-expand-name.
           move spaces to ws-exp-name
           move 1 to ws-np
           perform varying p from 1 by 1 until p > 60
               if p <= 55
                   and ws-rp-pattern(ws-rp-ix)(p:6) = "<DATE>"
                   string ws-run-date delimited by size
                       into ws-exp-name with pointer ws-np
                   end-string
                   add 5 to p
               else
                   if p <= 55
                       and ws-rp-pattern(ws-rp-ix)(p:6) = "<DEPT>"
                       string ws-exp-dept delimited by space
                           into ws-exp-name with pointer ws-np
                       end-string
                       add 5 to p
                   else
                       if ws-rp-pattern(ws-rp-ix)(p:1) not = space
                           string ws-rp-pattern(ws-rp-ix)(p:1)
                                   delimited by size
                               into ws-exp-name with pointer ws-np
                           end-string
                       end-if
                   end-if
               end-if
           end-perform.
       2400-expand-name-exit.
           exit.

      *a report is counted in pages of A3-DIST-PAGE-LINES lines
      *(default 55, the audit report's page) - a file that is not
      *there is a report the night did not produce
       2500-count-pages.
           move ws-it-file(i) to ws-rpt-filename
           open input rpt-file
           if ws-rpt-status not = "00"
               move "N" to ws-it-found(i)
               go to 2500-count-pages-exit
           end-if
           move "Y" to ws-it-found(i)
           move "N" to ws-eof-sw
           perform until ws-eof
               read rpt-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to ws-it-lines(i)
               end-read
           end-perform
           close rpt-file
           compute ws-it-pages(i) =
               (ws-it-lines(i) + ws-page-lines - 1) / ws-page-lines
           if ws-it-pages(i) = 0
               move 1 to ws-it-pages(i)
           end-if.
       2500-count-pages-exit.
           exit.

      *----------------------------------------------------------------
      *the cover sheet - who the bundle is for, and every report it
      *should hold with its pages, or MISSING where the night did not
      *produce it
      *----------------------------------------------------------------
       3000-write-cover.
           move spaces to bundle-rec
           string "REPORT BUNDLE FOR " delimited by size
               ws-rc-id(ws-rc-ix) delimited by size
               " " delimited by size
               ws-rc-name(ws-rc-ix) delimited by size
               into bundle-rec
           end-string
           write bundle-rec
           move spaces to bundle-rec
           string "BUSINESS DATE " delimited by size
               ws-run-date delimited by size
               into bundle-rec
           end-string
           write bundle-rec
           move spaces to bundle-rec
           write bundle-rec
           write bundle-rec from ws-cover-hdr
           perform varying j from 1 by 1 until j > ws-it-count
               move spaces to ws-cover-line
               move ws-it-report(j) to ws-cl-report
               move ws-it-dept(j) to ws-cl-dept
               move ws-it-file(j) to ws-cl-file
               if ws-it-found(j) = "Y"
                   move ws-it-pages(j) to ws-cl-pages
                   move "SENT" to ws-cl-status
               else
                   move "MISSING" to ws-cl-status
               end-if
               write bundle-rec from ws-cover-line
           end-perform.
       3000-write-cover-exit.
           exit.

       3500-copy-report.
           move ws-it-file(i) to ws-rpt-filename
           open input rpt-file
           if ws-rpt-status not = "00"
               move "N" to ws-it-found(i)
               go to 3500-copy-report-exit
           end-if
           move spaces to bundle-rec
           write bundle-rec
           move all "=" to bundle-rec(1:72)
           write bundle-rec
           move spaces to bundle-rec
           string ws-it-report(i) delimited by size
               " " delimited by size
               ws-it-dept(i) delimited by size
               " " delimited by size
               ws-it-file(i) delimited by size
               into bundle-rec
           end-string
           write bundle-rec
           move all "=" to bundle-rec(1:72)
           write bundle-rec
           move "N" to ws-eof-sw
           perform until ws-eof
               read rpt-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       write bundle-rec from rpt-rec
               end-read
           end-perform
           close rpt-file.
       3500-copy-report-exit.
           exit.

      *----------------------------------------------------------------
      *the distribution log line for one report in one bundle, and
      *the alert for a report the night did not produce - once per
      *file, however many recipients were expecting it
      *----------------------------------------------------------------
       4000-log-item.
           move spaces to log-rec
           move ws-run-date to dl-date
           accept ws-now-time from time
           move ws-now-time(1:6) to dl-time
           move ws-rc-id(ws-rc-ix) to dl-recip
           move ws-it-report(i) to dl-report
           move ws-it-dept(i) to dl-dept
           move ws-it-file(i) to dl-file
           if ws-it-found(i) = "Y"
               move "SENT" to dl-status
               move ws-it-pages(i) to dl-pages
               add 1 to ws-sent-count
           else
               move "MISSING" to dl-status
               move 0 to dl-pages
               add 1 to ws-miss-count
           end-if
           write log-rec
           if ws-it-found(i) = "Y"
               go to 4000-log-item-exit
           end-if
           perform varying k from 1 by 1 until k > ws-ms-count
               if ws-ms-file(k) = ws-it-file(i)
                   go to 4000-log-item-exit
               end-if
           end-perform
           if ws-ms-count < 200
               add 1 to ws-ms-count
               move ws-it-file(i) to ws-ms-file(ws-ms-count)
           end-if
           display "DISTBNDL: " ws-it-report(i) " "
               function trim(ws-it-file(i)) " was not produced"
           move spaces to ws-alert-msg
           string "report not produced " delimited by size
               function trim(ws-it-file(i)) delimited by size
               into ws-alert-msg
           end-string
           move "WARN" to ws-alert-sev
           call "alertlog" using ws-alert-job, ws-alert-sev,
               ws-alert-msg.
       4000-log-item-exit.
           exit.
       end program distbndl.
