      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *corrpt.cob is the daily reply-correlation report. The batch run
      *enters every outbound request on the open-request file (a
      *message in a category that carries a response period), due
      *back that many days after it went out, and the inbound run
      *closes each one when a partner response names it in its
      *correlation id. For one business date (A3-CORRPT-DATE, default
      *the current business date) the report lists every request
      *still open past its due date, in message id order with the
      *days it is overdue, and every response received that day
      *naming a message id we never sent, then counts the file: open
      *and not yet due, overdue, answered that day, and unsolicited.
      *Anything overdue or unsolicited ends the report with a warning
      *return code: someone has a partner to chase, or a stray
      *response to explain
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. corrpt.
       environment division.
       input-output section.
       file-control.
           select openreq-file assign to dynamic ws-or-filename
               organization indexed
               access mode is dynamic
               record key is or-msgid
               file status ws-or-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.

       data division.
       file section.
      *the open-request file, as a3.cob keeps it
       fd openreq-file.
       01 openreq-rec.
           05 or-msgid      pic x(14).
           05 or-dept       pic x(8).
           05 or-category   pic x(4).
           05 or-state      pic x(1).
               88 or-open        value "O".
               88 or-answered    value "A".
               88 or-unsolicited value "U".
           05 or-sent       pic x(8).
           05 or-due        pic x(8).
           05 or-resp-date  pic x(8).
           05 or-resp-msgid pic x(14).
           05 or-resp-dept  pic x(8).
       fd report-file.
       01 report-rec pic x(100).

       working-storage section.
       01 ws-or-filename     pic x(100).
       01 ws-report-filename pic x(100).
       01 ws-or-status       pic x(2).
       01 ws-report-status   pic x(2).
       01 ws-rpt-date   pic x(8).
       01 ws-rpt-date-n pic 9(8).
       01 ws-due-n      pic 9(8).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-late-days    pic 9(5) comp.
       01 ws-open-count   pic 9(7) comp value 0.
       01 ws-late-count   pic 9(7) comp value 0.
       01 ws-ans-count    pic 9(7) comp value 0.
       01 ws-unsol-count  pic 9(7) comp value 0.
       01 ws-unsol-today  pic 9(7) comp value 0.
       01 ws-hdr1 pic x(100) value
           "MESSAGE ID     DEPT     CAT  SENT     DUE       DAYS LATE".
       01 ws-hdr2 pic x(100) value
           "NAMED ID       RESP DEPT RESPONSE ID    RECEIVED".
       01 ws-late-line.
           05 ws-ll-msgid   pic x(14).
           05 filler        pic x(1) value space.
           05 ws-ll-dept    pic x(8).
           05 filler        pic x(1) value space.
           05 ws-ll-cat     pic x(4).
           05 filler        pic x(1) value space.
           05 ws-ll-sent    pic x(8).
           05 filler        pic x(1) value space.
           05 ws-ll-due     pic x(8).
           05 filler        pic x(1) value space.
           05 ws-ll-days    pic z(8)9.
       01 ws-unsol-line.
           05 ws-ul-named   pic x(14).
           05 filler        pic x(1) value space.
           05 ws-ul-dept    pic x(8).
           05 filler        pic x(2) value spaces.
           05 ws-ul-resp    pic x(14).
           05 filler        pic x(1) value space.
           05 ws-ul-date    pic x(8).
       01 ws-sum-line.
           05 ws-su-label   pic x(30).
           05 ws-su-count   pic z(7)9.

       procedure division.
           accept ws-or-filename from environment "A3-OPENREQ-FILE"
           accept ws-report-filename
               from environment "A3-CORRPT-FILE"
           accept ws-rpt-date from environment "A3-CORRPT-DATE"
           if ws-or-filename = spaces
               move "OPENREQ.DAT" to ws-or-filename
           end-if
           call "region" using ws-or-filename
           if ws-report-filename = spaces
               move "CORRPT.TXT" to ws-report-filename
           end-if
           if ws-rpt-date = spaces
               call "busdate" using ws-rpt-date
           end-if
           if ws-rpt-date is not numeric
               display "CORRPT: report date " ws-rpt-date
                   " is not a date - run refused"
               move 12 to return-code
               goback
           end-if
           move ws-rpt-date to ws-rpt-date-n
           open output report-file
           if ws-report-status not = "00"
               display "CORRPT: cannot open report file "
                   function trim(ws-report-filename)
               move 12 to return-code
               goback
           end-if
           move spaces to report-rec
           string "REPLY CORRELATION REPORT FOR " delimited by size
               ws-rpt-date delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to report-rec
           write report-rec
           open input openreq-file
           if ws-or-status = "35"
               move "NO REQUESTS HAVE BEEN ENTERED" to report-rec
               write report-rec
               close report-file
               display "CORRPT: no open-request file - nothing to "
                   "report"
               goback
           end-if
           if ws-or-status not = "00"
               display "CORRPT: cannot open open-request file "
                   function trim(ws-or-filename)
                   " status " ws-or-status
               close report-file
               move 12 to return-code
               goback
           end-if
      *first pass - the overdue requests
           move "REQUESTS OVERDUE FOR A RESPONSE" to report-rec
           write report-rec
           write report-rec from ws-hdr1
           perform 1000-start-file thru 1000-start-file-exit
           perform until ws-eof
               read openreq-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       perform 2000-take-request
                           thru 2000-take-request-exit
               end-read
           end-perform
           if ws-late-count = 0
               move "NONE" to report-rec
               write report-rec
           end-if
      *second pass - the responses to ids we never sent
           move spaces to report-rec
           write report-rec
           move "RESPONSES TO MESSAGE IDS NEVER SENT" to report-rec
           write report-rec
           write report-rec from ws-hdr2
           perform 1000-start-file thru 1000-start-file-exit
           perform until ws-eof
               read openreq-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if or-unsolicited
                           and or-resp-date = ws-rpt-date
                           perform 3000-take-unsolicited
                               thru 3000-take-unsolicited-exit
                       end-if
               end-read
           end-perform
           close openreq-file
           if ws-unsol-today = 0
               move "NONE" to report-rec
               write report-rec
           end-if
           perform 4000-write-summary thru 4000-write-summary-exit
           close report-file
           display "CORRPT: " ws-late-count " overdue request(s), "
               ws-unsol-today " unsolicited response(s) for "
               ws-rpt-date " - report in "
               function trim(ws-report-filename)
           if ws-late-count > 0 or ws-unsol-today > 0
               move 4 to return-code
           end-if
           goback.

       1000-start-file.
           move low-values to or-msgid
           start openreq-file key not < or-msgid
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start.
       1000-start-file-exit.
           exit.

      *----------------------------------------------------------------
      *one entry on the first pass - counted by its state, and listed
      *if it is a request still open past its due date
      *----------------------------------------------------------------
       2000-take-request.
           if or-unsolicited
               add 1 to ws-unsol-count
               go to 2000-take-request-exit
           end-if
           if or-answered
               if or-resp-date = ws-rpt-date
                   add 1 to ws-ans-count
               end-if
               go to 2000-take-request-exit
           end-if
           if not or-open
               go to 2000-take-request-exit
           end-if
           if or-due is not numeric or or-due not < ws-rpt-date
               add 1 to ws-open-count
               go to 2000-take-request-exit
           end-if
           add 1 to ws-late-count
           move or-due to ws-due-n
           compute ws-late-days =
               function integer-of-date(ws-rpt-date-n)
               - function integer-of-date(ws-due-n)
           move spaces to ws-late-line
           move or-msgid to ws-ll-msgid
           move or-dept to ws-ll-dept
           move or-category to ws-ll-cat
           move or-sent to ws-ll-sent
           move or-due to ws-ll-due
           move ws-late-days to ws-ll-days
           write report-rec from ws-late-line.
       2000-take-request-exit.
           exit.

       3000-take-unsolicited.
           add 1 to ws-unsol-today
           move spaces to ws-unsol-line
           move or-msgid to ws-ul-named
           move or-resp-dept to ws-ul-dept
           move or-resp-msgid to ws-ul-resp
           move or-resp-date to ws-ul-date
           write report-rec from ws-unsol-line.
       3000-take-unsolicited-exit.
           exit.

      *----------------------------------------------------------------
      *the summary - the file's requests by where they stand
      *----------------------------------------------------------------
       4000-write-summary.
           move spaces to report-rec
           write report-rec
           move "OPEN, NOT YET DUE" to ws-su-label
           move ws-open-count to ws-su-count
           write report-rec from ws-sum-line
           move "OPEN, OVERDUE" to ws-su-label
           move ws-late-count to ws-su-count
           write report-rec from ws-sum-line
           move "ANSWERED THIS DATE" to ws-su-label
           move ws-ans-count to ws-su-count
           write report-rec from ws-sum-line
           move "UNSOLICITED THIS DATE" to ws-su-label
           move ws-unsol-today to ws-su-count
           write report-rec from ws-sum-line
           move "UNSOLICITED ON FILE" to ws-su-label
           move ws-unsol-count to ws-su-count
           write report-rec from ws-sum-line.
       4000-write-summary-exit.
           exit.
       end program corrpt.
