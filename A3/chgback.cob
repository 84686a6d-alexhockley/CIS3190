      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *chgback.cob is the month-end chargeback job - finance recovers
      *the cost of the nightly window from the departments that use
      *it, and until now all anyone had were volumes. For the
      *requested month this job walks the statistics master
      *volstats.cob maintains, prices each department's records and
      *kilobytes from the rate table, adds the surcharges (double-
      *pass departments per the profile file, segmented messages
      *counted off the result archive, every BREAKGL access in the
      *audit trail and its dated generations), prints one invoice
      *per department and writes a fixed-layout GL feed for the
      *ledger system. Every invoice carries the control total of
      *the statistics rows it was priced from, and the closing
      *control page proves the invoices add back to the month's
      *rows - an invoice run that does not tie ends 12, not quietly
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  widen the audit line buffer for the key-id
      *                columns the writer now stamps
      *2026-10-15  AH  widen the audit-line buffer for the chain
      *                column the writer now stamps
      *2026-10-15  AH  carry the correlation id on the result archive
      *                record

       identification division.
       program-id. chgback.
       environment division.
       input-output section.
       file-control.
           select stat-file assign to dynamic ws-stat-filename
               organization indexed
               access mode is dynamic
               record key is sm-key
               file status ws-stat-status.
           select arch-file assign to dynamic ws-arch-filename
               organization indexed
               access mode is dynamic
               record key is ar-key
               file status ws-arch-status.
           select rate-file assign to dynamic ws-rate-filename
               organization line sequential
               file status ws-rate-status.
           select audit-file assign to dynamic ws-audit-filename
               organization line sequential
               file status ws-audit-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.
           select gl-file assign to dynamic ws-gl-filename
               organization line sequential
               file status ws-gl-status.

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
       fd arch-file.
       01 arch-rec.
           05 ar-key.
               10 ar-date pic x(8).
               10 ar-dept pic x(8).
               10 ar-seq  pic 9(7).
           05 ar-time   pic x(6).
           05 ar-cksum  pic 9(7).
           05 ar-msgid  pic x(14).
           05 ar-keyver pic x(3).
           05 ar-cipver pic x(2).
           05 ar-corrid pic x(14).
           05 ar-body   pic x(5000).
       fd rate-file.
      *one charge per line - the charge code, its rate as plain
      *decimal text, and the ledger account the charge posts to
       01 rate-rec.
           05 rt-code    pic x(8).
           05 filler     pic x(1).
           05 rt-rate    pic x(12).
           05 filler     pic x(1).
           05 rt-account pic x(10).
       fd audit-file.
       01 audit-rec pic x(177).
       fd report-file.
       01 report-rec pic x(100).
       fd gl-file.
       01 gl-rec pic x(80).

       working-storage section.
       01 ws-stat-filename   pic x(100).
       01 ws-arch-filename   pic x(100).
       01 ws-rate-filename   pic x(100).
       01 ws-audit-filename  pic x(100).
       01 ws-live-audit-name pic x(100).
       01 ws-gen-prefix      pic x(100).
       01 ws-report-filename pic x(100).
       01 ws-gl-filename     pic x(100).
       01 ws-stat-status   pic x(2).
       01 ws-arch-status   pic x(2).
       01 ws-rate-status   pic x(2).
       01 ws-audit-status  pic x(2).
       01 ws-report-status pic x(2).
       01 ws-gl-status     pic x(2).
       01 ws-month         pic x(6).
       01 ws-run-date      pic x(8).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
      *the rate table - a charge code the file does not carry bills
      *at zero
       01 ws-rate-record   pic 9(3)v9(6) value 0.
       01 ws-rate-kbyte    pic 9(3)v9(6) value 0.
       01 ws-rate-dblpass  pic 9(3)v9(6) value 0.
       01 ws-rate-segment  pic 9(3)v9(6) value 0.
       01 ws-rate-breakgl  pic 9(3)v9(6) value 0.
       01 ws-acct-record   pic x(10) value spaces.
       01 ws-acct-kbyte    pic x(10) value spaces.
       01 ws-acct-dblpass  pic x(10) value spaces.
       01 ws-acct-segment  pic x(10) value spaces.
       01 ws-acct-breakgl  pic x(10) value spaces.
       01 ws-rates-loaded  pic 9(2) comp value 0.
      *one billing row per department seen in the month
       01 ws-dept-count pic 9(3) comp value 0.
       01 ws-dept-max   pic 9(3) comp value 100.
       01 ws-dept-table.
           05 ws-dt-row occurs 100.
               10 ws-dt-dept    pic x(8).
               10 ws-dt-rows    pic 9(5) comp.
               10 ws-dt-msgs    pic 9(9) comp.
               10 ws-dt-bytes   pic 9(11) comp.
               10 ws-dt-segs    pic 9(7) comp.
               10 ws-dt-brkgl   pic 9(7) comp.
               10 ws-dt-dblpass pic x(1).
       01 i          pic 9(3) comp.
       01 ws-row-ix  pic 9(3) comp.
       01 ws-work-dept pic x(8).
      *the month's control totals straight off the statistics rows,
      *before any department table can drop one
       01 ws-ctl-rows   pic 9(7) comp value 0.
       01 ws-ctl-msgs   pic 9(11) comp value 0.
       01 ws-ctl-bytes  pic 9(13) comp value 0.
       01 ws-inv-rows   pic 9(7) comp value 0.
       01 ws-inv-msgs   pic 9(11) comp value 0.
       01 ws-inv-bytes  pic 9(13) comp value 0.
       01 ws-tie-sw     pic x(1) value "Y".
      *segmented-message detection over the archive - consecutive
      *records of one day and department sharing a message id are
      *one segmented message, counted once
       01 ws-prev-msgid pic x(14).
       01 ws-prev-dept  pic x(8).
       01 ws-prev-date  pic x(8).
       01 ws-seg-counted pic x(1).
       01 ws-brkgl-total pic 9(7) comp value 0.
       01 ws-seg-total   pic 9(7) comp value 0.
      *the month's days, for the audit-trail generations
       01 ws-day-int    pic 9(8) comp.
       01 ws-day-num    pic 9(8).
       01 ws-day-text   pic x(8).
      *pricing one invoice
       01 ws-kbytes     pic 9(11) comp.
       01 ws-qty        pic 9(11) comp.
       01 ws-rate       pic 9(3)v9(6).
       01 ws-amount     pic 9(9)v99.
       01 ws-inv-total  pic 9(9)v99.
       01 ws-grand-total pic 9(11)v99 value 0.
       01 ws-charge-code pic x(8).
       01 ws-charge-acct pic x(10).
       01 ws-invoice-count pic 9(3) comp value 0.
       01 ws-gl-count   pic 9(7) comp value 0.
       01 ws-gl-amount  pic 9(11)v99 value 0.
      *print lines
       01 ws-inv-hdr pic x(70) value
           "CHARGE                     QUANTITY        RATE        AMOU
      -    "NT".
       01 ws-inv-line.
           05 ws-il-desc   pic x(24).
           05 ws-il-qty    pic z(10)9.
           05 filler       pic x(2) value spaces.
           05 ws-il-rate   pic zz9.999999.
           05 filler       pic x(2) value spaces.
           05 ws-il-amount pic z(8)9.99.
       01 ws-ctl-line.
           05 filler       pic x(19) value "CONTROL: STAT ROWS ".
           05 ws-cl-rows   pic z(4)9.
           05 filler       pic x(6) value " MSGS ".
           05 ws-cl-msgs   pic z(10)9.
           05 filler       pic x(7) value " BYTES ".
           05 ws-cl-bytes  pic z(12)9.
       01 ws-sum-line.
           05 ws-sl-label  pic x(40).
           05 ws-sl-value  pic z(12)9.
       01 ws-money-disp pic z(10)9.99.
      *the GL feed - header, one detail per department per charge,
      *trailer with the record count and amount the ledger proves
       01 ws-gl-header.
           05 filler        pic x(1) value "H".
           05 ws-gh-period  pic x(6).
           05 ws-gh-rundate pic x(8).
           05 filler        pic x(8) value "CHGBACK".
           05 filler        pic x(57) value spaces.
       01 ws-gl-detail.
           05 filler        pic x(1) value "D".
           05 ws-gd-period  pic x(6).
           05 ws-gd-dept    pic x(8).
           05 ws-gd-code    pic x(8).
           05 ws-gd-account pic x(10).
           05 ws-gd-qty     pic 9(11).
           05 ws-gd-amount  pic 9(9)v99.
           05 filler        pic x(25) value spaces.
       01 ws-gl-trailer.
           05 filler        pic x(1) value "T".
           05 ws-gt-period  pic x(6).
           05 ws-gt-count   pic 9(7).
           05 ws-gt-amount  pic 9(11)v99.
           05 filler        pic x(53) value spaces.
      *profile lookup outputs
       01 ws-prof-keyid    pic x(20).
       01 ws-prof-result   pic x(50).
       01 ws-prof-export   pic x(6).
       01 ws-prof-dblpass  pic x(1).
       01 ws-prof-keyid2   pic x(20).
       01 ws-prof-encoding pic x(8).
       01 ws-prof-found    pic x(1).
       01 ws-alert-job     pic x(10) value "CHGBACK".
       01 ws-alert-sev     pic x(4).
       01 ws-alert-msg     pic x(60).

       procedure division.
           accept ws-month from environment "A3-CHGBACK-MONTH"
           accept ws-stat-filename from environment "A3-STATMAST-FILE"
           accept ws-arch-filename from environment "A3-ARCHMAST-FILE"
           accept ws-rate-filename from environment "A3-RATE-FILE"
           accept ws-live-audit-name from environment "A3-AUDIT-FILE"
           accept ws-gen-prefix
               from environment "A3-AUDIT-GEN-PREFIX"
           accept ws-report-filename
               from environment "A3-CHGBACK-REPORT"
           accept ws-gl-filename from environment "A3-GL-FEED"
           if ws-month = spaces
               display "CHGBACK: set A3-CHGBACK-MONTH (yyyymm)"
               move 12 to return-code
               goback
           end-if
           if ws-stat-filename = spaces
               move "STATMAST.DAT" to ws-stat-filename
           end-if
           if ws-arch-filename = spaces
               move "ARCHMAST.DAT" to ws-arch-filename
           end-if
           if ws-rate-filename = spaces
               move "RATETABLE.TXT" to ws-rate-filename
           end-if
           if ws-live-audit-name = spaces
               move "AUDIT.LOG" to ws-live-audit-name
           end-if
           if ws-gen-prefix = spaces
               move "AUDIT." to ws-gen-prefix
           end-if
           if ws-report-filename = spaces
               move "CHGBACK.TXT" to ws-report-filename
           end-if
           if ws-gl-filename = spaces
               move "GLFEED.TXT" to ws-gl-filename
           end-if
      *drill numbers never bill anyone - every persistent store
      *resolves through the test-region switch
           call "region" using ws-stat-filename
           call "region" using ws-arch-filename
           call "region" using ws-live-audit-name
           call "region" using ws-gen-prefix
           call "busdate" using ws-run-date
           perform 1000-load-rates
               thru 1000-load-rates-exit
           if return-code = 12
               goback
           end-if
           perform 2000-read-statistics
               thru 2000-read-statistics-exit
           if return-code = 12
               goback
           end-if
           perform 3000-count-segments
               thru 3000-count-segments-exit
           perform 4000-count-breakglass
               thru 4000-count-breakglass-exit
           open output report-file
           if ws-report-status not = "00"
               display "CHGBACK: cannot open report file "
                   function trim(ws-report-filename)
               move 12 to return-code
               goback
           end-if
           open output gl-file
           if ws-gl-status not = "00"
               display "CHGBACK: cannot open GL feed "
                   function trim(ws-gl-filename)
               close report-file
               move 12 to return-code
               goback
           end-if
           move ws-month to ws-gh-period
           move ws-run-date to ws-gh-rundate
           write gl-rec from ws-gl-header
           perform varying i from 1 by 1 until i > ws-dept-count
               perform 5000-write-invoice
           end-perform
           move ws-month to ws-gt-period
           move ws-gl-count to ws-gt-count
           move ws-gl-amount to ws-gt-amount
           write gl-rec from ws-gl-trailer
           close gl-file
           perform 8000-write-control-page
           close report-file
           move ws-grand-total to ws-money-disp
           display "CHGBACK: " ws-invoice-count " invoice(s) for "
               ws-month " totalling " function trim(ws-money-disp)
               " - report in " function trim(ws-report-filename)
               ", GL feed in " function trim(ws-gl-filename)
           if ws-tie-sw not = "Y"
               display "CHGBACK: invoices do not tie to the "
                   "statistics master - do not post the GL feed"
               move spaces to ws-alert-msg
               string "chargeback for " delimited by size
                   ws-month delimited by size
                   " does not tie to the stats master"
                       delimited by size
                   into ws-alert-msg
               end-string
               move "CRIT" to ws-alert-sev
               call "alertlog" using ws-alert-job, ws-alert-sev,
                   ws-alert-msg
               move 12 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *the rate table - one line per charge code; an absent table is
      *a refusal, since an invoice priced at nothing is worse than no
      *invoice at all
      *----------------------------------------------------------------
       1000-load-rates.
           open input rate-file
           if ws-rate-status not = "00"
               display "CHGBACK: cannot open rate table "
                   function trim(ws-rate-filename)
                   " status " ws-rate-status
               move 12 to return-code
               go to 1000-load-rates-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read rate-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       perform 1500-take-rate
               end-read
           end-perform
           close rate-file
           if ws-rates-loaded = 0
               display "CHGBACK: rate table "
                   function trim(ws-rate-filename)
                   " prices nothing - run refused"
               move 12 to return-code
           end-if.
       1000-load-rates-exit.
           exit.

       1500-take-rate.
           evaluate rt-code
               when "RECORD"
                   compute ws-rate-record = function numval(rt-rate)
                   move rt-account to ws-acct-record
                   add 1 to ws-rates-loaded
               when "KBYTE"
                   compute ws-rate-kbyte = function numval(rt-rate)
                   move rt-account to ws-acct-kbyte
                   add 1 to ws-rates-loaded
               when "DBLPASS"
                   compute ws-rate-dblpass = function numval(rt-rate)
                   move rt-account to ws-acct-dblpass
                   add 1 to ws-rates-loaded
               when "SEGMENT"
                   compute ws-rate-segment = function numval(rt-rate)
                   move rt-account to ws-acct-segment
                   add 1 to ws-rates-loaded
               when "BREAKGL"
                   compute ws-rate-breakgl = function numval(rt-rate)
                   move rt-account to ws-acct-breakgl
                   add 1 to ws-rates-loaded
               when spaces
                   continue
               when other
                   display "CHGBACK: rate code " rt-code
                       " not recognised - ignored"
           end-evaluate.

      *----------------------------------------------------------------
      *the month's statistics rows - the basis of every invoice and
      *of the control totals the invoices must add back to
      *----------------------------------------------------------------
       2000-read-statistics.
           open input stat-file
           if ws-stat-status not = "00"
               display "CHGBACK: cannot open statistics master "
                   function trim(ws-stat-filename)
                   " status " ws-stat-status
               move 12 to return-code
               go to 2000-read-statistics-exit
           end-if
           move low-values to sm-key
           move ws-month to sm-date(1:6)
           start stat-file key not < sm-key
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read stat-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if sm-date(1:6) > ws-month
                           move "Y" to ws-eof-sw
                       else
                           if sm-date(1:6) = ws-month
                               perform 2500-take-stat-row
                                   thru 2500-take-stat-row-exit
                           end-if
                       end-if
               end-read
           end-perform
           close stat-file
           if ws-ctl-rows = 0
               display "CHGBACK: no statistics rows for " ws-month
                   " - nothing to bill"
               move 4 to return-code
           end-if.
       2000-read-statistics-exit.
           exit.

       2500-take-stat-row.
           add 1 to ws-ctl-rows
           add sm-msg-count to ws-ctl-msgs
           add sm-bytes to ws-ctl-bytes
           move sm-dept to ws-work-dept
           perform 2700-find-dept-row
               thru 2700-find-dept-row-exit
           if ws-row-ix = 0
               go to 2500-take-stat-row-exit
           end-if
           add 1 to ws-dt-rows(ws-row-ix)
           add sm-msg-count to ws-dt-msgs(ws-row-ix)
           add sm-bytes to ws-dt-bytes(ws-row-ix).
       2500-take-stat-row-exit.
           exit.

       2700-find-dept-row.
           move 0 to ws-row-ix
           perform varying i from 1 by 1 until i > ws-dept-count
               if ws-dt-dept(i) = ws-work-dept
                   move i to ws-row-ix
                   move ws-dept-count to i
               end-if
           end-perform
           if ws-row-ix > 0
               go to 2700-find-dept-row-exit
           end-if
           if ws-dept-count not < ws-dept-max
               display "CHGBACK: more than " ws-dept-max
                   " department(s) - " ws-work-dept " not billed"
               move "N" to ws-tie-sw
               go to 2700-find-dept-row-exit
           end-if
           add 1 to ws-dept-count
           move ws-dept-count to ws-row-ix
           move ws-work-dept to ws-dt-dept(ws-row-ix)
           move 0 to ws-dt-rows(ws-row-ix)
           move 0 to ws-dt-msgs(ws-row-ix)
           move 0 to ws-dt-bytes(ws-row-ix)
           move 0 to ws-dt-segs(ws-row-ix)
           move 0 to ws-dt-brkgl(ws-row-ix)
           call "deptprof" using ws-work-dept, ws-prof-keyid,
               ws-prof-result, ws-prof-export, ws-prof-dblpass,
               ws-prof-keyid2, ws-prof-encoding, ws-prof-found
           if ws-prof-found = "Y" and ws-prof-dblpass = "Y"
               move "Y" to ws-dt-dblpass(ws-row-ix)
           else
               move "N" to ws-dt-dblpass(ws-row-ix)
           end-if.
       2700-find-dept-row-exit.
           exit.

      *----------------------------------------------------------------
      *segmented messages off the result archive - segments of one
      *message are archived consecutively under one day, department
      *and message id, so a repeat of the previous record's id is a
      *continuation and the message is counted once, at its second
      *segment. An archive that is not there bills no segments
      *----------------------------------------------------------------
       3000-count-segments.
           open input arch-file
           if ws-arch-status not = "00"
               display "CHGBACK: archive "
                   function trim(ws-arch-filename)
                   " not open (status " ws-arch-status
                   ") - no segment surcharges"
               go to 3000-count-segments-exit
           end-if
           move spaces to ws-prev-msgid ws-prev-dept ws-prev-date
           move "N" to ws-seg-counted
           move low-values to ar-key
           move ws-month to ar-date(1:6)
           start arch-file key not < ar-key
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read arch-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if ar-date(1:6) > ws-month
                           move "Y" to ws-eof-sw
                       else
                           perform 3500-take-archive-row
                               thru 3500-take-archive-row-exit
                       end-if
               end-read
           end-perform
           close arch-file.
       3000-count-segments-exit.
           exit.

       3500-take-archive-row.
           if ar-msgid not = spaces
               and ar-msgid = ws-prev-msgid
               and ar-dept = ws-prev-dept
               and ar-date = ws-prev-date
               if ws-seg-counted not = "Y"
                   move "Y" to ws-seg-counted
                   move ar-dept to ws-work-dept
                   perform 2700-find-dept-row
                       thru 2700-find-dept-row-exit
                   if ws-row-ix > 0
                       add 1 to ws-dt-segs(ws-row-ix)
                       add 1 to ws-seg-total
                   end-if
               end-if
               go to 3500-take-archive-row-exit
           end-if
           move ar-msgid to ws-prev-msgid
           move ar-dept to ws-prev-dept
           move ar-date to ws-prev-date
           move "N" to ws-seg-counted.
       3500-take-archive-row-exit.
           exit.

      *----------------------------------------------------------------
      *every BREAKGL line of the month - the live trail plus the
      *dated generation audithk.cob cut for each day of the month
      *(a day with no generation simply has nothing to read)
      *----------------------------------------------------------------
       4000-count-breakglass.
           move ws-live-audit-name to ws-audit-filename
           perform 4500-scan-audit-file
               thru 4500-scan-audit-file-exit
           move ws-month to ws-day-text(1:6)
           move "01" to ws-day-text(7:2)
           compute ws-day-int =
               function integer-of-date(function numval(ws-day-text))
           perform until ws-day-text(1:6) not = ws-month
               move spaces to ws-audit-filename
               string function trim(ws-gen-prefix) delimited by size
                   ws-day-text delimited by size
                   into ws-audit-filename
               end-string
               perform 4500-scan-audit-file
                   thru 4500-scan-audit-file-exit
               add 1 to ws-day-int
               compute ws-day-num = function date-of-integer(
                   ws-day-int)
               move ws-day-num to ws-day-text
           end-perform.
       4000-count-breakglass-exit.
           exit.

       4500-scan-audit-file.
           open input audit-file
           if ws-audit-status not = "00"
               go to 4500-scan-audit-file-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read audit-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
      *the operation code sits after the timestamp, the department
      *column after the counts - auditlog.cob's fixed line
                       if audit-rec(1:6) = ws-month
                           and audit-rec(19:7) = "BREAKGL"
                           move audit-rec(87:8) to ws-work-dept
                           perform 2700-find-dept-row
                               thru 2700-find-dept-row-exit
                           if ws-row-ix > 0
                               add 1 to ws-dt-brkgl(ws-row-ix)
                               add 1 to ws-brkgl-total
                           end-if
                       end-if
               end-read
           end-perform
           close audit-file.
       4500-scan-audit-file-exit.
           exit.

      *----------------------------------------------------------------
      *one department's invoice - a line per charge, the invoice
      *total, and the control total of the statistics rows it was
      *priced from; each priced line also goes to the GL feed
      *----------------------------------------------------------------
       5000-write-invoice.
           add 1 to ws-invoice-count
           move 0 to ws-inv-total
           move spaces to report-rec
           write report-rec
           move spaces to report-rec
           string "CHARGEBACK INVOICE " delimited by size
               ws-month delimited by size
               " - DEPARTMENT " delimited by size
               function trim(ws-dt-dept(i)) delimited by size
               into report-rec
           end-string
           write report-rec
           write report-rec from ws-inv-hdr
           move ws-dt-msgs(i) to ws-qty
           move ws-rate-record to ws-rate
           move "RECORD" to ws-charge-code
           move ws-acct-record to ws-charge-acct
           move "RECORDS CIPHERED" to ws-il-desc
           perform 5500-price-line
      *kilobytes are the month's bytes rounded up to the next whole
      *kilobyte, once per department - not per day
           compute ws-kbytes = (ws-dt-bytes(i) + 1023) / 1024
           move ws-kbytes to ws-qty
           move ws-rate-kbyte to ws-rate
           move "KBYTE" to ws-charge-code
           move ws-acct-kbyte to ws-charge-acct
           move "KILOBYTES CIPHERED" to ws-il-desc
           perform 5500-price-line
           if ws-dt-dblpass(i) = "Y"
               move ws-dt-msgs(i) to ws-qty
               move ws-rate-dblpass to ws-rate
               move "DBLPASS" to ws-charge-code
               move ws-acct-dblpass to ws-charge-acct
               move "DOUBLE-PASS SURCHARGE" to ws-il-desc
               perform 5500-price-line
           end-if
           if ws-dt-segs(i) > 0
               move ws-dt-segs(i) to ws-qty
               move ws-rate-segment to ws-rate
               move "SEGMENT" to ws-charge-code
               move ws-acct-segment to ws-charge-acct
               move "SEGMENTED MESSAGES" to ws-il-desc
               perform 5500-price-line
           end-if
           if ws-dt-brkgl(i) > 0
               move ws-dt-brkgl(i) to ws-qty
               move ws-rate-breakgl to ws-rate
               move "BREAKGL" to ws-charge-code
               move ws-acct-breakgl to ws-charge-acct
               move "BREAK-GLASS ACCESSES" to ws-il-desc
               perform 5500-price-line
           end-if
           move spaces to ws-inv-line
           move "INVOICE TOTAL" to ws-il-desc
           move ws-inv-total to ws-il-amount
           write report-rec from ws-inv-line
           move ws-dt-rows(i) to ws-cl-rows
           move ws-dt-msgs(i) to ws-cl-msgs
           move ws-dt-bytes(i) to ws-cl-bytes
           write report-rec from ws-ctl-line
           add ws-dt-rows(i) to ws-inv-rows
           add ws-dt-msgs(i) to ws-inv-msgs
           add ws-dt-bytes(i) to ws-inv-bytes
           add ws-inv-total to ws-grand-total.

       5500-price-line.
           compute ws-amount rounded = ws-qty * ws-rate
           move spaces to ws-inv-line
           move ws-qty to ws-il-qty
           move ws-rate to ws-il-rate
           move ws-amount to ws-il-amount
           write report-rec from ws-inv-line
           add ws-amount to ws-inv-total
           move ws-month to ws-gd-period
           move ws-dt-dept(i) to ws-gd-dept
           move ws-charge-code to ws-gd-code
           move ws-charge-acct to ws-gd-account
           move ws-qty to ws-gd-qty
           move ws-amount to ws-gd-amount
           write gl-rec from ws-gl-detail
           add 1 to ws-gl-count
           add ws-amount to ws-gl-amount.

      *----------------------------------------------------------------
      *the closing control page - the month's statistics rows as read
      *against the sum of every invoice's control total; any
      *difference means a department was dropped and the run fails
      *----------------------------------------------------------------
       8000-write-control-page.
           move spaces to report-rec
           write report-rec
           string "CHARGEBACK CONTROL PAGE " delimited by size
               ws-month delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to ws-sum-line
           move "STATISTICS ROWS READ" to ws-sl-label
           move ws-ctl-rows to ws-sl-value
           write report-rec from ws-sum-line
           move "STATISTICS ROWS INVOICED" to ws-sl-label
           move ws-inv-rows to ws-sl-value
           write report-rec from ws-sum-line
           move "MESSAGES READ" to ws-sl-label
           move ws-ctl-msgs to ws-sl-value
           write report-rec from ws-sum-line
           move "MESSAGES INVOICED" to ws-sl-label
           move ws-inv-msgs to ws-sl-value
           write report-rec from ws-sum-line
           move "BYTES READ" to ws-sl-label
           move ws-ctl-bytes to ws-sl-value
           write report-rec from ws-sum-line
           move "BYTES INVOICED" to ws-sl-label
           move ws-inv-bytes to ws-sl-value
           write report-rec from ws-sum-line
           move "SEGMENTED MESSAGES" to ws-sl-label
           move ws-seg-total to ws-sl-value
           write report-rec from ws-sum-line
           move "BREAK-GLASS ACCESSES" to ws-sl-label
           move ws-brkgl-total to ws-sl-value
           write report-rec from ws-sum-line
           move "INVOICES" to ws-sl-label
           move ws-invoice-count to ws-sl-value
           write report-rec from ws-sum-line
           move "GL FEED DETAIL RECORDS" to ws-sl-label
           move ws-gl-count to ws-sl-value
           write report-rec from ws-sum-line
           move spaces to report-rec
           move ws-grand-total to ws-money-disp
           string "TOTAL BILLED " delimited by size
               function trim(ws-money-disp) delimited by size
               into report-rec
           end-string
           write report-rec
           if ws-ctl-rows not = ws-inv-rows
               or ws-ctl-msgs not = ws-inv-msgs
               or ws-ctl-bytes not = ws-inv-bytes
               move "N" to ws-tie-sw
           end-if
           if ws-tie-sw = "Y"
               move "CONTROL TOTALS TIE" to report-rec
           else
               move "*** CONTROL TOTALS DO NOT TIE ***" to report-rec
           end-if
           write report-rec.
       end program chgback.
