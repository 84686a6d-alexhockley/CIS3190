      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *acctprf.cob is the nightly end-to-end accountability proof -
      *filebal.cob proves a file balances with itself, but nothing
      *proved that every record a department submitted ended up
      *somewhere. This job takes each department's intake from the
      *intake validator's output (its cleaned queue plus its pre-run
      *rejects - every one of them carries a message id from intake)
      *and finds each message id a disposition: ciphered (a result
      *cut), rejected (pre-run or by the batch run), held (the held-
      *records file), warehoused to a later value date, deferred over
      *quota (the overflow queue), skipped as a duplicate (the
      *duplicate report) or quarantined (a reason-plus-envelope
      *quarantine file - by default the content screen's compliance
      *review file). Everything is counted by message id, not by
      *line, so a segmented message counts once however many pieces
      *it travelled in. A department whose intake does not equal the
      *sum of its dispositions is out of balance: its unaccounted
      *message ids are listed, a CRIT alert is raised and the job
      *fails. One proof line per department goes to the proof file
      *for the morning report
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  take the content screen's compliance review
      *                file as the quarantine bucket when
      *                A3-ACCT-QUARANTINE names none
      *2026-10-15  AH  widen the result-line buffer for the
      *                correlation id the result record now carries

       identification division.
       program-id. acctprf.
       environment division.
       input-output section.
       file-control.
           select env-file assign to dynamic ws-env-filename
               organization line sequential
               file status ws-env-status.
           select rej-file assign to dynamic ws-rej-filename
               organization line sequential
               file status ws-rej-status.
           select res-file assign to dynamic ws-res-filename
               organization line sequential
               file status ws-res-status.
           select dup-file assign to dynamic ws-dup-filename
               organization line sequential
               file status ws-dup-status.
           select cat-table-file
               assign to dynamic ws-cat-table-filename
               organization line sequential
               file status ws-cat-table-status.
           select whse-file assign to dynamic ws-whse-filename
               organization indexed
               access mode is dynamic
               record key is wh-key
               file status ws-whse-status.
           select work-file assign to dynamic ws-work-filename
               organization indexed
               access mode is dynamic
               record key is aw-msgid
               file status ws-work-status.
           select proof-file assign to dynamic ws-proof-filename
               organization line sequential
               file status ws-proof-status.

       data division.
       file section.
      *a bare envelope file - the cleaned queue, the held-records
      *file and the overflow queue all have this shape
       fd env-file.
           copy ENVREC replacing ==:LEVEL:== by ==01==
                                ==:ENV-FIELD:== by ==env==.
      *a reason-plus-envelope file - the pre-run and run reject files
      *and a quarantine file all have this shape
       fd rej-file.
       01 rej-rec.
           03 rej-reason pic x(40).
           copy ENVREC replacing ==:LEVEL:== by ==03==
                                ==:ENV-FIELD:== by ==rej-env==.
       fd res-file.
       01 res-raw pic x(5077).
           copy RESREC replacing ==:LEVEL:== by ==01==
                                ==:RES-FIELD:== by ==res==.
      *the batch run's duplicate report line
       fd dup-file.
       01 dup-rec.
           05 dup-checksum pic 9(7).
           05 filler       pic x(1).
           05 dup-dept     pic x(8).
           05 filler       pic x(1).
           05 dup-body     pic x(60).
           05 filler       pic x(1).
           05 dup-msgid    pic x(14).
       fd cat-table-file.
       01 cat-table-rec.
           05 ct-code pic x(4).
           05 filler  pic x(1).
           05 ct-desc pic x(40).
       fd whse-file.
       01 whse-rec.
           03 wh-key.
               05 wh-valdate pic x(8).
               05 wh-msgid   pic x(14).
               05 wh-segnum  pic x(3).
           03 wh-stored      pic x(8).
           copy ENVREC replacing ==:LEVEL:== by ==03==
                                ==:ENV-FIELD:== by ==wh-env==.
      *the night's intake, one entry per message id, with the
      *disposition it has been found in (space until it is found)
       fd work-file.
       01 work-rec.
           05 aw-msgid  pic x(14).
           05 aw-dept   pic x(8).
           05 aw-bucket pic x(1).
               88 aw-unaccounted value space.
      *the proof file - a PROOF line per department, then a MISSNG
      *line per unaccounted message id
       fd proof-file.
       01 proof-rec.
           05 ap-date     pic x(8).
           05 filler      pic x(1).
           05 ap-tag      pic x(6).
           05 filler      pic x(1).
           05 ap-dept     pic x(8).
           05 filler      pic x(1).
           05 ap-intake   pic 9(7).
           05 filler      pic x(1).
           05 ap-ciphered pic 9(7).
           05 filler      pic x(1).
           05 ap-rejected pic 9(7).
           05 filler      pic x(1).
           05 ap-held     pic 9(7).
           05 filler      pic x(1).
           05 ap-whsed    pic 9(7).
           05 filler      pic x(1).
           05 ap-deferred pic 9(7).
           05 filler      pic x(1).
           05 ap-dups     pic 9(7).
           05 filler      pic x(1).
           05 ap-quar     pic 9(7).
           05 filler      pic x(1).
           05 ap-unacct   pic 9(7).
           05 filler      pic x(1).
           05 ap-verdict  pic x(8).
       01 proof-miss-rec.
           05 am-date     pic x(8).
           05 filler      pic x(1).
           05 am-tag      pic x(6).
           05 filler      pic x(1).
           05 am-dept     pic x(8).
           05 filler      pic x(1).
           05 am-msgid    pic x(14).

       working-storage section.
       01 ws-intake-queue     pic x(100).
       01 ws-clean-filename   pic x(104).
       01 ws-prerej-filename  pic x(104).
       01 ws-runrej-filename  pic x(100).
       01 ws-result-base      pic x(100).
       01 ws-held-filename    pic x(100).
       01 ws-ovf-filename     pic x(100).
       01 ws-dupfile-name     pic x(100).
       01 ws-quar-filename    pic x(100).
       01 ws-env-filename     pic x(104).
       01 ws-rej-filename     pic x(104).
       01 ws-res-filename     pic x(106).
       01 ws-dup-filename     pic x(100).
       01 ws-cat-table-filename pic x(100).
       01 ws-whse-filename    pic x(100).
       01 ws-work-filename    pic x(100).
       01 ws-proof-filename   pic x(100).
       01 ws-env-status       pic x(2).
       01 ws-rej-status       pic x(2).
       01 ws-res-status       pic x(2).
       01 ws-dup-status       pic x(2).
       01 ws-cat-table-status pic x(2).
       01 ws-whse-status      pic x(2).
       01 ws-work-status      pic x(2).
       01 ws-proof-status     pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-busdate    pic x(8).
      *the disposition a bucket file's message ids are credited to,
      *and the message id in hand
       01 ws-bucket     pic x(1).
       01 ws-look-msgid pic x(14).
       01 ws-look-dept  pic x(8).
      *the category codes, for the result cut names
       01 ws-cat-count pic 9(2) comp value 0.
       01 ws-cat-max   pic 9(2) comp value 20.
       01 ws-cat-codes.
           05 ws-cc-code pic x(4) occurs 20.
       01 ws-cat-i     pic 9(2) comp.
      *one proof row per department
       01 ws-dept-count pic 9(3) comp value 0.
       01 ws-dept-max   pic 9(3) comp value 100.
       01 ws-dept-table.
           05 ws-dt-row occurs 100.
               10 ws-dt-dept     pic x(8).
               10 ws-dt-intake   pic 9(7) comp.
               10 ws-dt-ciphered pic 9(7) comp.
               10 ws-dt-rejected pic 9(7) comp.
               10 ws-dt-held     pic 9(7) comp.
               10 ws-dt-whsed    pic 9(7) comp.
               10 ws-dt-deferred pic 9(7) comp.
               10 ws-dt-dups     pic 9(7) comp.
               10 ws-dt-quar     pic 9(7) comp.
               10 ws-dt-unacct   pic 9(7) comp.
       01 i            pic 9(3) comp.
       01 ws-row-ix    pic 9(3) comp.
       01 ws-sum       pic 9(7) comp.
       01 ws-intake-total  pic 9(7) comp value 0.
       01 ws-no-id-count   pic 9(7) comp value 0.
       01 ws-unacct-total  pic 9(7) comp value 0.
       01 ws-out-depts     pic 9(3) comp value 0.
       01 ws-alert-job  pic x(10) value "ACCTPRF".
       01 ws-alert-sev  pic x(4).
       01 ws-alert-msg  pic x(60).
       01 ws-count-disp pic z(6)9.

       procedure division.
           accept ws-intake-queue from environment "A3-INTAKE-QUEUE"
           accept ws-clean-filename from environment "A3-INTAKE-CLEAN"
           accept ws-prerej-filename
               from environment "A3-INTAKE-REJECT"
           accept ws-runrej-filename from environment "A3-REJECT-FILE"
           accept ws-result-base from environment "A3-RESULT-FILE"
           accept ws-held-filename from environment "A3-HELD-FILE"
           accept ws-ovf-filename from environment "A3-OVERFLOW-FILE"
           accept ws-whse-filename from environment "A3-WHSE-FILE"
           accept ws-dupfile-name from environment "A3-DUP-REPORT"
           accept ws-quar-filename
               from environment "A3-ACCT-QUARANTINE"
           accept ws-cat-table-filename
               from environment "A3-CAT-TABLE"
           accept ws-work-filename from environment "A3-ACCT-WORK"
           accept ws-proof-filename from environment "A3-ACCT-PROOF"
           if ws-intake-queue = spaces or ws-result-base = spaces
               display "ACCTPRF: set A3-INTAKE-QUEUE (the queue the "
                   "intake validator read) and A3-RESULT-FILE"
               move 12 to return-code
               goback
           end-if
      *the intake validator's own output names, same defaults
           if ws-clean-filename = spaces
               string function trim(ws-intake-queue)
                       delimited by size
                   ".CLEAN" delimited by size
                   into ws-clean-filename
               end-string
           end-if
           if ws-prerej-filename = spaces
               string function trim(ws-intake-queue)
                       delimited by size
                   ".REJ" delimited by size
                   into ws-prerej-filename
               end-string
           end-if
           if ws-runrej-filename = spaces
               move "BATCHREJ.TXT" to ws-runrej-filename
           end-if
           if ws-held-filename = spaces
               move "HELDRECS.TXT" to ws-held-filename
           end-if
           if ws-ovf-filename = spaces
               move "OVERFLOW.TXT" to ws-ovf-filename
           end-if
           if ws-whse-filename = spaces
               move "WHSE.DAT" to ws-whse-filename
           end-if
           if ws-dupfile-name = spaces
               move "DUPREPORT.TXT" to ws-dupfile-name
           end-if
           if ws-cat-table-filename = spaces
               move "CATTABLE.TXT" to ws-cat-table-filename
           end-if
      *the content screen's compliance review file is the standing
      *quarantine - a record diverted there is accounted for
           if ws-quar-filename = spaces
               move "SCRNREV.TXT" to ws-quar-filename
           end-if
           if ws-work-filename = spaces
               move "ACCTWORK.DAT" to ws-work-filename
           end-if
           if ws-proof-filename = spaces
               move "ACCTPROOF.TXT" to ws-proof-filename
           end-if
      *the overflow queue and the warehouse are shared state and
      *resolve through the test-region switch, as the batch run
      *resolves them
           call "region" using ws-ovf-filename
           call "region" using ws-whse-filename
           call "busdate" using ws-busdate
           perform 1000-load-intake thru 1000-load-intake-exit
           if return-code = 12
               goback
           end-if
      *every disposition in turn - a message id is credited to the
      *first disposition it is found in
           perform 2000-scan-results thru 2000-scan-results-exit
           move "R" to ws-bucket
           move ws-runrej-filename to ws-rej-filename
           perform 3000-scan-reject-shape
               thru 3000-scan-reject-shape-exit
           move "H" to ws-bucket
           move ws-held-filename to ws-env-filename
           perform 3500-scan-envelope-shape
               thru 3500-scan-envelope-shape-exit
           perform 4000-scan-warehouse thru 4000-scan-warehouse-exit
           move "D" to ws-bucket
           move ws-ovf-filename to ws-env-filename
           perform 3500-scan-envelope-shape
               thru 3500-scan-envelope-shape-exit
           perform 4500-scan-duplicates thru 4500-scan-duplicates-exit
           if ws-quar-filename not = spaces
               move "Q" to ws-bucket
               move ws-quar-filename to ws-rej-filename
               perform 3000-scan-reject-shape
                   thru 3000-scan-reject-shape-exit
           end-if
           perform 5000-tally thru 5000-tally-exit
           perform 6000-write-proof thru 6000-write-proof-exit
           display "ACCTPRF: " ws-intake-total " message(s) taken "
               "in across " ws-dept-count " department(s), "
               ws-unacct-total " unaccounted - proof in "
               function trim(ws-proof-filename)
           if ws-out-depts > 0
               move ws-out-depts to ws-count-disp
               move spaces to ws-alert-msg
               string function trim(ws-count-disp)
                       delimited by size
                   " department(s) out of balance - "
                       delimited by size
                   "records unaccounted" delimited by size
                   into ws-alert-msg
               end-string
               move "CRIT" to ws-alert-sev
               call "alertlog" using ws-alert-job, ws-alert-sev,
                   ws-alert-msg
               move 12 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *the intake - every message id on the cleaned queue (not yet
      *accounted for) and on the pre-run reject file (accounted for
      *as rejected from the start), one work entry per message id
      *----------------------------------------------------------------
       1000-load-intake.
           open output work-file
           if ws-work-status not = "00"
               display "ACCTPRF: cannot create work file "
                   function trim(ws-work-filename)
                   " status " ws-work-status
               move 12 to return-code
               go to 1000-load-intake-exit
           end-if
           close work-file
           open i-o work-file
           move ws-clean-filename to ws-env-filename
           open input env-file
           if ws-env-status = "00"
               move "N" to ws-eof-sw
               perform until ws-eof
                   read env-file
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move env-msgid to ws-look-msgid
                           move env-dept to ws-look-dept
                           move space to ws-bucket
                           perform 1500-take-intake
                               thru 1500-take-intake-exit
                   end-read
               end-perform
               close env-file
           else
               display "ACCTPRF: cleaned queue "
                   function trim(ws-clean-filename)
                   " not readable (status " ws-env-status ")"
           end-if
           move ws-prerej-filename to ws-rej-filename
           open input rej-file
           if ws-rej-status = "00"
               move "N" to ws-eof-sw
               perform until ws-eof
                   read rej-file
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move rej-env-msgid to ws-look-msgid
                           move rej-env-dept to ws-look-dept
                           move "P" to ws-bucket
                           perform 1500-take-intake
                               thru 1500-take-intake-exit
                   end-read
               end-perform
               close rej-file
           end-if.
       1000-load-intake-exit.
           exit.

      *one intake record - the later segments of a message share its
      *id and are already on file; a record with no id at all cannot
      *be traced, and counts against its department as unaccounted
       1500-take-intake.
           if ws-look-msgid = spaces
               add 1 to ws-no-id-count
               perform 5500-find-dept thru 5500-find-dept-exit
               if ws-row-ix > 0
                   add 1 to ws-dt-intake(ws-row-ix)
                   add 1 to ws-dt-unacct(ws-row-ix)
               end-if
               go to 1500-take-intake-exit
           end-if
           move ws-look-msgid to aw-msgid
           move ws-look-dept to aw-dept
           move ws-bucket to aw-bucket
           write work-rec
               invalid key
                   continue
           end-write.
       1500-take-intake-exit.
           exit.

      *----------------------------------------------------------------
      *the ciphered disposition - every category's result cut; the
      *header and trailer lines carry no message id
      *----------------------------------------------------------------
       2000-scan-results.
           open input cat-table-file
           if ws-cat-table-status not = "00"
               display "ACCTPRF: category reference table "
                   function trim(ws-cat-table-filename)
                   " not readable - no result cut can be named"
               go to 2000-scan-results-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read cat-table-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if ct-code not = spaces
                           and ws-cat-count < ws-cat-max
                           add 1 to ws-cat-count
                           move ct-code to ws-cc-code(ws-cat-count)
                       end-if
               end-read
           end-perform
           close cat-table-file
           move "C" to ws-bucket
           perform varying ws-cat-i from 1 by 1
                   until ws-cat-i > ws-cat-count
               move spaces to ws-res-filename
               string function trim(ws-result-base)
                       delimited by size
                   "." delimited by size
                   function trim(ws-cc-code(ws-cat-i))
                       delimited by size
                   into ws-res-filename
               end-string
               open input res-file
               if ws-res-status = "00"
                   move "N" to ws-eof-sw
                   perform until ws-eof
                       read res-file
                           at end
                               move "Y" to ws-eof-sw
                           not at end
                               if res-raw(1:4) not = "HDR "
                                   and res-raw(1:4) not = "TRL "
                                   move res-msgid to ws-look-msgid
                                   perform 2500-credit
                                       thru 2500-credit-exit
                               end-if
                       end-read
                   end-perform
                   close res-file
               end-if
           end-perform.
       2000-scan-results-exit.
           exit.

      *credit the message id in hand to the current disposition,
      *unless an earlier one already holds it or it is not one of
      *tonight's intake
       2500-credit.
           if ws-look-msgid = spaces
               go to 2500-credit-exit
           end-if
           move ws-look-msgid to aw-msgid
           read work-file
               invalid key
                   go to 2500-credit-exit
           end-read
           if aw-unaccounted
               move ws-bucket to aw-bucket
               rewrite work-rec
           end-if.
       2500-credit-exit.
           exit.

      *----------------------------------------------------------------
      *a reason-plus-envelope file - run rejects or quarantine
      *----------------------------------------------------------------
       3000-scan-reject-shape.
           open input rej-file
           if ws-rej-status not = "00"
               go to 3000-scan-reject-shape-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read rej-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       move rej-env-msgid to ws-look-msgid
                       perform 2500-credit thru 2500-credit-exit
               end-read
           end-perform
           close rej-file.
       3000-scan-reject-shape-exit.
           exit.

      *----------------------------------------------------------------
      *a bare envelope file - held records or the overflow queue
      *----------------------------------------------------------------
       3500-scan-envelope-shape.
           open input env-file
           if ws-env-status not = "00"
               go to 3500-scan-envelope-shape-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read env-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       move env-msgid to ws-look-msgid
                       perform 2500-credit thru 2500-credit-exit
               end-read
           end-perform
           close env-file.
       3500-scan-envelope-shape-exit.
           exit.

      *----------------------------------------------------------------
      *the value-date warehouse - whatever the batch run parked for a
      *later business date
      *----------------------------------------------------------------
       4000-scan-warehouse.
           open input whse-file
           if ws-whse-status not = "00"
               go to 4000-scan-warehouse-exit
           end-if
           move "W" to ws-bucket
           move low-values to wh-key
           start whse-file key not < wh-key
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read whse-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       move wh-msgid to ws-look-msgid
                       perform 2500-credit thru 2500-credit-exit
               end-read
           end-perform
           close whse-file.
       4000-scan-warehouse-exit.
           exit.

       4500-scan-duplicates.
           move ws-dupfile-name to ws-dup-filename
           open input dup-file
           if ws-dup-status not = "00"
               go to 4500-scan-duplicates-exit
           end-if
           move "U" to ws-bucket
           move "N" to ws-eof-sw
           perform until ws-eof
               read dup-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       move dup-msgid to ws-look-msgid
                       perform 2500-credit thru 2500-credit-exit
               end-read
           end-perform
           close dup-file.
       4500-scan-duplicates-exit.
           exit.

      *----------------------------------------------------------------
      *the work file in message-id order - each entry counted under
      *its department and disposition
      *----------------------------------------------------------------
       5000-tally.
           move low-values to aw-msgid
           start work-file key not < aw-msgid
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read work-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       move aw-dept to ws-look-dept
                       perform 5500-find-dept thru 5500-find-dept-exit
                       if ws-row-ix > 0
                           add 1 to ws-dt-intake(ws-row-ix)
                           evaluate aw-bucket
                               when "C"
                                   add 1 to ws-dt-ciphered(ws-row-ix)
                               when "P"
                               when "R"
                                   add 1 to ws-dt-rejected(ws-row-ix)
                               when "H"
                                   add 1 to ws-dt-held(ws-row-ix)
                               when "W"
                                   add 1 to ws-dt-whsed(ws-row-ix)
                               when "D"
                                   add 1 to ws-dt-deferred(ws-row-ix)
                               when "U"
                                   add 1 to ws-dt-dups(ws-row-ix)
                               when "Q"
                                   add 1 to ws-dt-quar(ws-row-ix)
                               when other
                                   add 1 to ws-dt-unacct(ws-row-ix)
                           end-evaluate
                       end-if
               end-read
           end-perform.
       5000-tally-exit.
           exit.

      *the proof row for the department in ws-look-dept, opened the
      *first time it is seen
       5500-find-dept.
           move 0 to ws-row-ix
           perform varying i from 1 by 1 until i > ws-dept-count
               if ws-dt-dept(i) = ws-look-dept
                   move i to ws-row-ix
                   move ws-dept-count to i
               end-if
           end-perform
           if ws-row-ix = 0
               if ws-dept-count < ws-dept-max
                   add 1 to ws-dept-count
                   move ws-dept-count to ws-row-ix
                   initialize ws-dt-row(ws-row-ix)
                   move ws-look-dept to ws-dt-dept(ws-row-ix)
               else
                   display "ACCTPRF: more than " ws-dept-max
                       " department(s) - " ws-look-dept
                       " not proved"
               end-if
           end-if.
       5500-find-dept-exit.
           exit.

      *----------------------------------------------------------------
      *one PROOF line per department - intake against the sum of its
      *dispositions - then the unaccounted message ids by name
      *----------------------------------------------------------------
       6000-write-proof.
           open output proof-file
           if ws-proof-status not = "00"
               display "ACCTPRF: cannot open proof file "
                   function trim(ws-proof-filename)
               move 12 to return-code
           end-if
           perform varying i from 1 by 1 until i > ws-dept-count
               add ws-dt-intake(i) to ws-intake-total
               compute ws-sum = ws-dt-ciphered(i) + ws-dt-rejected(i)
                   + ws-dt-held(i) + ws-dt-whsed(i)
                   + ws-dt-deferred(i) + ws-dt-dups(i)
                   + ws-dt-quar(i)
               move spaces to proof-rec
               move ws-busdate to ap-date
               move "PROOF" to ap-tag
               move ws-dt-dept(i) to ap-dept
               move ws-dt-intake(i) to ap-intake
               move ws-dt-ciphered(i) to ap-ciphered
               move ws-dt-rejected(i) to ap-rejected
               move ws-dt-held(i) to ap-held
               move ws-dt-whsed(i) to ap-whsed
               move ws-dt-deferred(i) to ap-deferred
               move ws-dt-dups(i) to ap-dups
               move ws-dt-quar(i) to ap-quar
               move ws-dt-unacct(i) to ap-unacct
               if ws-sum = ws-dt-intake(i)
                   move "BALANCED" to ap-verdict
               else
                   move "OUT" to ap-verdict
                   add 1 to ws-out-depts
                   add ws-dt-unacct(i) to ws-unacct-total
                   display "ACCTPRF: " ws-dt-dept(i)
                       " OUT OF BALANCE - intake " ws-dt-intake(i)
                       " accounted " ws-sum
               end-if
               if ws-proof-status = "00"
                   write proof-rec
               end-if
           end-perform
           if ws-unacct-total = 0
               go to 6000-write-proof-close
           end-if
           if ws-no-id-count > 0
               display "ACCTPRF: " ws-no-id-count " intake record(s) "
                   "carry no message id and cannot be traced"
           end-if
           move low-values to aw-msgid
           start work-file key not < aw-msgid
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read work-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if aw-unaccounted
                           display "ACCTPRF: UNACCOUNTED " aw-dept
                               " " aw-msgid
                           move spaces to proof-miss-rec
                           move ws-busdate to am-date
                           move "MISSNG" to am-tag
                           move aw-dept to am-dept
                           move aw-msgid to am-msgid
                           if ws-proof-status = "00"
                               write proof-miss-rec
                           end-if
                       end-if
               end-read
           end-perform.
       6000-write-proof-close.
           close work-file
           if ws-proof-status = "00"
               close proof-file
           end-if.
       6000-write-proof-exit.
           exit.
       end program acctprf.
