      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *certify.cob is the onboarding certification run for a new
      *clearing partner - bringing a partner live used to mean a
      *fortnight of ad hoc test files and no record afterwards of what
      *had actually been proved. The partner named in A3-CERT-PARTNER
      *is taken through one fixed cycle entirely inside the TEST
      *region: their sample native file is converted from EBCDIC
      *(cvtfile.cob, when the partner master gives the partner that
      *encoding) and mapped into a queue (intakemap.cob), decoded by
      *the A3 INB run, sent back out through the A3 BATCH run as the
      *answer to each message and merged (mergexmit.cob), cut for the
      *partner (distxmit.cob, which writes the manifest through
      *manifest.cob), and closed off by ackmatch.cob against the
      *partner's sample acknowledgment. The certification script
      *(A3-CERT-PREFIX, default CERT., plus the partner id and .SCR)
      *names the sample files, may pin the cycle's business date, and
      *gives the record count, body bytes and checksum hash expected
      *at every stage; each stage is checked against its EXPECT line
      *and the cycle stops at the first stage that fails. The report
      *(same prefix, .RPT) shows every stage's pass or fail and is
      *signed off by the operator in A3-OPERATOR, who must hold the
      *PROFILES role; a cycle that passes throughout records the
      *certification date on each of the partner's master lines. The
      *sample acknowledgment names the files as the test cycle
      *delivers them - TST. names under the cycle's business date
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  leave the partner master untouched when the
      *                updated work copy cannot be reopened

       identification division.
       program-id. certify.
       environment division.
       input-output section.
       file-control.
           select pmast-file assign to dynamic ws-pmast-filename
               organization line sequential
               file status ws-pmast-status.
           select cmast-file assign to dynamic ws-cmast-filename
               organization line sequential
               file status ws-cmast-status.
           select script-file assign to dynamic ws-script-filename
               organization line sequential
               file status ws-script-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.
           select line-file assign to dynamic ws-line-filename
               organization line sequential
               file status ws-line-status.
           select que-file assign to dynamic ws-que-filename
               organization line sequential
               file status ws-que-status.
           select out-file assign to dynamic ws-out-filename
               organization line sequential
               file status ws-out-status.
           select list-file assign to dynamic ws-list-filename
               organization line sequential
               file status ws-list-status.
           select reg-file assign to dynamic ws-reg-filename
               organization indexed
               access mode is random
               record key is xr-filename
               file status ws-reg-status.

       data division.
       file section.
       fd pmast-file.
       01 pmast-rec.
           05 pm-partner  pic x(8).
           05 filler      pic x(1).
           05 pm-dept     pic x(8).
           05 filler      pic x(1).
           05 pm-encoding pic x(8).
           05 filler      pic x(1).
           05 pm-prefix   pic x(30).
      *the date the partner last passed this certification
           05 filler      pic x(1).
           05 pm-certdate pic x(8).
      *the test cycle's own partner master, and the work copy the
      *live master is rewritten through - both the master's shape
       fd cmast-file.
       01 cmast-rec.
           05 cm-partner  pic x(8).
           05 filler      pic x(1).
           05 cm-dept     pic x(8).
           05 filler      pic x(1).
           05 cm-encoding pic x(8).
           05 filler      pic x(1).
           05 cm-prefix   pic x(30).
           05 filler      pic x(1).
           05 cm-certdate pic x(8).
       fd script-file.
       01 script-rec.
           05 sc-verb  pic x(8).
           05 filler   pic x(1).
           05 sc-stage pic x(8).
           05 filler   pic x(1).
           05 sc-rest  pic x(60).
       fd report-file.
       01 report-rec pic x(132).
      *any one of the cycle's line files, read back to be measured
       fd line-file.
       01 line-rec pic x(5200).
       fd que-file.
           copy ENVREC replacing ==:LEVEL:== by ==01==
                                 ==:ENV-FIELD:== by ==cq-env==.
       fd out-file.
           copy ENVREC replacing ==:LEVEL:== by ==01==
                                 ==:ENV-FIELD:== by ==co-env==.
      *the control list mergexmit.cob reads
       fd list-file.
       01 list-rec.
           05 lr-label    pic x(8).
           05 filler      pic x(1).
           05 lr-filename pic x(50).
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

       working-storage section.
       01 ws-pmast-filename  pic x(100).
       01 ws-cmast-filename  pic x(100).
       01 ws-script-filename pic x(100).
       01 ws-report-filename pic x(100).
       01 ws-line-filename   pic x(100).
       01 ws-que-filename    pic x(100).
       01 ws-out-filename    pic x(100).
       01 ws-list-filename   pic x(100).
       01 ws-reg-filename    pic x(100).
       01 ws-pmast-status    pic x(2).
       01 ws-cmast-status    pic x(2).
       01 ws-script-status   pic x(2).
       01 ws-report-status   pic x(2).
       01 ws-line-status     pic x(2).
       01 ws-que-status      pic x(2).
       01 ws-out-status      pic x(2).
       01 ws-list-status     pic x(2).
       01 ws-reg-status      pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-line-eof-sw pic x(1).
           88 ws-line-eof value "Y".
       01 ws-setup-sw pic x(1) value "N".
           88 ws-setup-failed value "Y".
       01 ws-partner      pic x(8).
       01 ws-cert-prefix  pic x(100).
       01 ws-operator     pic x(8).
       01 ws-chk-role     pic x(10) value "PROFILES".
       01 ws-chk-program  pic x(8) value "CERTIFY".
       01 ws-chk-verdict  pic x(1).
      *the partner as the live master describes it
       01 ws-pt-encoding  pic x(8).
       01 ws-pt-prefix    pic x(30).
       01 ws-pd-count     pic 9(3) comp value 0.
       01 ws-pd-max       pic 9(3) comp value 50.
       01 ws-pd-table.
           05 ws-pd-dept pic x(8) occurs 50.
      *the script's sample files and the cycle's business date
       01 ws-native-filename pic x(100).
       01 ws-mapdef-filename pic x(100).
       01 ws-ack-filename    pic x(100).
       01 ws-cycle-date      pic x(8).
       01 ws-orig-region     pic x(4).
       01 ws-orig-busdate    pic x(8).
      *the cycle's own files - every one a TST. name
       01 ws-work-base      pic x(100).
       01 ws-suffix         pic x(8).
       01 ws-work-name      pic x(100).
       01 ws-map-input      pic x(100).
       01 ws-nat-filename   pic x(100).
       01 ws-mque-filename  pic x(100).
       01 ws-mrej-filename  pic x(100).
       01 ws-inb-filename   pic x(100).
       01 ws-irej-filename  pic x(100).
       01 ws-bque-filename  pic x(100).
       01 ws-res-base       pic x(100).
       01 ws-brej-filename  pic x(100).
       01 ws-held-filename  pic x(100).
       01 ws-dup-filename   pic x(100).
       01 ws-mrg-filename   pic x(100).
       01 ws-xmt-filename   pic x(100).
       01 ws-cpms-filename  pic x(100).
       01 ws-cut-prefix     pic x(100).
       01 ws-cut-filename   pic x(100).
       01 ws-man-filename   pic x(100).
       01 ws-wrk-filename   pic x(104).
      *the stages, in the order the cycle runs them
       01 ws-stage-list.
           05 filler pic x(8) value "CVT".
           05 filler pic x(9) value "CVTFILE".
           05 filler pic x(8) value "MAP".
           05 filler pic x(9) value "INTAKEMAP".
           05 filler pic x(8) value "MAPREJ".
           05 filler pic x(9) value "INTAKEMAP".
           05 filler pic x(8) value "INB".
           05 filler pic x(9) value "A3 INB".
           05 filler pic x(8) value "INBREJ".
           05 filler pic x(9) value "A3 INB".
           05 filler pic x(8) value "BATCH".
           05 filler pic x(9) value "A3 BATCH".
           05 filler pic x(8) value "DIST".
           05 filler pic x(9) value "DISTXMIT".
           05 filler pic x(8) value "MANIFEST".
           05 filler pic x(9) value "MANIFEST".
           05 filler pic x(8) value "ACK".
           05 filler pic x(9) value "ACKMATCH".
       01 ws-stage-tbl redefines ws-stage-list.
           05 ws-sl-row occurs 9.
               10 ws-sl-stage   pic x(8).
               10 ws-sl-program pic x(9).
       01 ws-stage-max pic 9(2) comp value 9.
       01 ws-sx-cvt    pic 9(2) comp value 1.
       01 ws-sx-map    pic 9(2) comp value 2.
       01 ws-sx-maprej pic 9(2) comp value 3.
       01 ws-sx-inb    pic 9(2) comp value 4.
       01 ws-sx-inbrej pic 9(2) comp value 5.
       01 ws-sx-batch  pic 9(2) comp value 6.
       01 ws-sx-dist   pic 9(2) comp value 7.
       01 ws-sx-man    pic 9(2) comp value 8.
       01 ws-sx-ack    pic 9(2) comp value 9.
      *per stage - P passed, F failed, S skipped, N not run - with
      *what the script expects and what the cycle produced
       01 ws-stage-results.
           05 ws-sr-row occurs 9.
               10 ws-sr-state      pic x(1).
               10 ws-sr-rc         pic 9(4).
               10 ws-sr-exp-sw     pic x(1).
               10 ws-sr-exp-cnt-sw pic x(1).
               10 ws-sr-exp-count  pic 9(7).
               10 ws-sr-exp-byt-sw pic x(1).
               10 ws-sr-exp-bytes  pic 9(9).
               10 ws-sr-exp-hsh-sw pic x(1).
               10 ws-sr-exp-hash   pic 9(7).
               10 ws-sr-act-cnt-sw pic x(1).
               10 ws-sr-act-count  pic 9(7).
               10 ws-sr-act-byt-sw pic x(1).
               10 ws-sr-act-bytes  pic 9(9).
               10 ws-sr-act-hsh-sw pic x(1).
               10 ws-sr-act-hash   pic 9(7).
               10 ws-sr-reason     pic x(30).
       01 ws-cur-stg   pic 9(2) comp.
       01 ws-stg-ix    pic 9(2) comp.
       01 ws-tok1      pic x(12).
       01 ws-tok2      pic x(12).
       01 ws-tok3      pic x(12).
       01 ws-batch-rc  pic 9(4) comp.
       01 ws-meas-count pic 9(7) comp.
       01 ws-meas-bytes pic 9(9) comp.
       01 ws-line-len   pic 9(4) comp.
       01 ws-tot-count   pic 9(7).
       01 ws-tot-bytes   pic 9(9).
       01 ws-tot-hash    pic 9(7).
       01 ws-tot-rundate pic x(8).
       01 ws-tot-ok      pic x(1).
      *the INB run's rejects, by message id, so the answers sent back
      *out pair up with the messages that were actually decoded
       01 ws-rj-count pic 9(3) comp value 0.
       01 ws-rj-max   pic 9(3) comp value 500.
       01 ws-rj-table.
           05 ws-rj-msgid pic x(14) occurs 500.
       01 ws-rj-ix    pic 9(3) comp.
       01 ws-rej-line.
           03 ws-rj-reason pic x(40).
           copy ENVREC replacing ==:LEVEL:== by ==03==
                                 ==:ENV-FIELD:== by ==ws-rj-env==.
       01 ws-skip-sw  pic x(1).
       01 ws-short-sw pic x(1).
       01 ws-out-count pic 9(5) comp.
       01 ws-segnum    pic 9(3).
      *the categories the answers travel under - one result cut each
       01 ws-cat-count pic 9(2) comp value 0.
       01 ws-cat-max   pic 9(2) comp value 50.
       01 ws-cat-table.
           05 ws-cat-code pic x(4) occurs 50.
       01 ws-cat-ix    pic 9(2) comp.
       01 ws-list-count pic 9(2) comp.
       01 i            pic 9(3) comp.
      *the tally and the sign-off
       01 ws-pass-count   pic 9(2) comp value 0.
       01 ws-fail-count   pic 9(2) comp value 0.
       01 ws-skip-count   pic 9(2) comp value 0.
       01 ws-notrun-count pic 9(2) comp value 0.
       01 ws-certified    pic x(1) value "N".
       01 ws-master-lines pic 9(3) comp value 0.
       01 ws-master-sw    pic x(1) value "N".
       01 ws-now-date     pic x(8).
       01 ws-now-time     pic x(8).
       01 ws-count-disp   pic z(6)9.
       01 ws-alert-job pic x(10) value "CERTIFY".
       01 ws-alert-sev pic x(4).
       01 ws-alert-msg pic x(60).
       01 ws-hdr-line.
           05 filler pic x(9)  value "STAGE".
           05 filler pic x(10) value "PROGRAM".
           05 filler pic x(5)  value "  RC".
           05 filler pic x(8)  value "EXP-CNT".
           05 filler pic x(8)  value "ACT-CNT".
           05 filler pic x(10) value "EXP-BYTES".
           05 filler pic x(10) value "ACT-BYTES".
           05 filler pic x(8)  value "EXP-HSH".
           05 filler pic x(8)  value "ACT-HSH".
           05 filler pic x(9)  value "RESULT".
           05 filler pic x(6)  value "REASON".
       01 ws-detail.
           05 ws-de-stage    pic x(8).
           05 filler         pic x(1) value space.
           05 ws-de-program  pic x(9).
           05 filler         pic x(1) value space.
           05 ws-de-rc       pic z(3)9.
           05 ws-de-rc-x redefines ws-de-rc pic x(4).
           05 filler         pic x(1) value space.
           05 ws-de-exp-cnt  pic z(6)9.
           05 ws-de-exp-cnt-x redefines ws-de-exp-cnt pic x(7).
           05 filler         pic x(1) value space.
           05 ws-de-act-cnt  pic z(6)9.
           05 ws-de-act-cnt-x redefines ws-de-act-cnt pic x(7).
           05 filler         pic x(1) value space.
           05 ws-de-exp-byt  pic z(8)9.
           05 ws-de-exp-byt-x redefines ws-de-exp-byt pic x(9).
           05 filler         pic x(1) value space.
           05 ws-de-act-byt  pic z(8)9.
           05 ws-de-act-byt-x redefines ws-de-act-byt pic x(9).
           05 filler         pic x(1) value space.
           05 ws-de-exp-hsh  pic z(6)9.
           05 ws-de-exp-hsh-x redefines ws-de-exp-hsh pic x(7).
           05 filler         pic x(1) value space.
           05 ws-de-act-hsh  pic z(6)9.
           05 ws-de-act-hsh-x redefines ws-de-act-hsh pic x(7).
           05 filler         pic x(1) value space.
           05 ws-de-result   pic x(8).
           05 filler         pic x(1) value space.
           05 ws-de-reason   pic x(30).
       01 ws-sum-line.
           05 ws-sm-label pic x(30).
           05 ws-sm-count pic z(4)9.

       procedure division.
           accept ws-partner from environment "A3-CERT-PARTNER"
           accept ws-cert-prefix from environment "A3-CERT-PREFIX"
           accept ws-pmast-filename
               from environment "A3-PARTMAST-FILE"
           accept ws-operator from environment "A3-OPERATOR"
           if ws-cert-prefix = spaces
               move "CERT." to ws-cert-prefix
           end-if
           if ws-pmast-filename = spaces
               move "PARTMAST.TXT" to ws-pmast-filename
           end-if
           if ws-partner = spaces
               display "CERTIFY: name the partner to certify in "
                   "A3-CERT-PARTNER"
               move 12 to return-code
               goback
           end-if
      *a certification goes on the partner master, so the operator
      *signing it off must hold the profile maintenance role
           call "opcheck" using ws-operator, ws-chk-role,
               ws-chk-program, ws-chk-verdict
           if ws-chk-verdict not = "Y"
               move 12 to return-code
               goback
           end-if
           string function trim(ws-cert-prefix) delimited by size
               function trim(ws-partner) delimited by size
               ".SCR" delimited by size
               into ws-script-filename
           end-string
           string function trim(ws-cert-prefix) delimited by size
               function trim(ws-partner) delimited by size
               ".RPT" delimited by size
               into ws-report-filename
           end-string
           perform 1000-load-partner thru 1000-load-partner-exit
           if ws-setup-failed
               move 12 to return-code
               goback
           end-if
           perform 1100-load-script thru 1100-load-script-exit
           if ws-setup-failed
               move 12 to return-code
               goback
           end-if
      *from here to the sign-off the whole cycle runs in the TEST
      *region, under the script's business date when it pins one
           accept ws-orig-region from environment "A3-REGION"
           accept ws-orig-busdate from environment "A3-BUSDATE"
           set environment "A3-REGION" to "TEST"
           if ws-cycle-date not = spaces
               set environment "A3-BUSDATE" to ws-cycle-date
           end-if
           call "busdate" using ws-cycle-date
           perform 1200-name-work-files
           perform 1300-write-cycle-master
               thru 1300-write-cycle-master-exit
           if ws-setup-failed
               set environment "A3-REGION" to ws-orig-region
               set environment "A3-BUSDATE" to ws-orig-busdate
               move 12 to return-code
               goback
           end-if
           display "CERTIFY: " function trim(ws-partner)
               " certification cycle for business date "
               ws-cycle-date " in the TEST region"
           perform 2000-run-cycle thru 2000-run-cycle-exit
           set environment "A3-REGION" to ws-orig-region
           set environment "A3-BUSDATE" to ws-orig-busdate
           perform 7000-tally-stages
           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time
           if ws-fail-count = 0 and ws-notrun-count = 0
               move "Y" to ws-certified
               perform 3000-record-certification
                   thru 3000-record-certification-exit
           end-if
           perform 8000-write-report thru 8000-write-report-exit
           move spaces to ws-alert-msg
           if ws-certified = "Y"
               string function trim(ws-partner) delimited by size
                   " certified by " delimited by size
                   function trim(ws-operator) delimited by size
                   into ws-alert-msg
               end-string
               move "INFO" to ws-alert-sev
               display "CERTIFY: " function trim(ws-partner)
                   " CERTIFIED - report in "
                   function trim(ws-report-filename)
           else
               string function trim(ws-partner) delimited by size
                   " failed certification - see the report"
                       delimited by size
                   into ws-alert-msg
               end-string
               move "WARN" to ws-alert-sev
               display "CERTIFY: " function trim(ws-partner)
                   " NOT CERTIFIED - report in "
                   function trim(ws-report-filename)
           end-if
           call "alertlog" using ws-alert-job, ws-alert-sev,
               ws-alert-msg
           move 0 to return-code
           if ws-certified not = "Y"
               move 8 to return-code
           else
               if ws-master-sw not = "Y"
                   move 12 to return-code
               end-if
           end-if
           goback.

      *----------------------------------------------------------------
      *the partner's lines on the live master - its first line fixes
      *the encoding and naming prefix, as the distribution reads it,
      *and every line adds one department to the cycle's routing
      *----------------------------------------------------------------
       1000-load-partner.
           open input pmast-file
           if ws-pmast-status not = "00"
               display "CERTIFY: cannot open partner master "
                   function trim(ws-pmast-filename)
                   " status " ws-pmast-status
               move "Y" to ws-setup-sw
               go to 1000-load-partner-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read pmast-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if pm-partner = ws-partner
                           and ws-pd-count < ws-pd-max
                           if ws-pd-count = 0
                               move pm-encoding to ws-pt-encoding
                               move pm-prefix to ws-pt-prefix
                           end-if
                           add 1 to ws-pd-count
                           move pm-dept to ws-pd-dept(ws-pd-count)
                       end-if
               end-read
           end-perform
           close pmast-file
           if ws-pd-count = 0
               display "CERTIFY: " function trim(ws-partner)
                   " is not on the partner master - add its "
                   "departments before certifying"
               move "Y" to ws-setup-sw
           end-if.
       1000-load-partner-exit.
           exit.

      *----------------------------------------------------------------
      *the certification script - FILE lines name the sample NATIVE
      *file, the intake MAPDEF and the sample ACK file, a DATE line
      *pins the cycle's business date, and one EXPECT line per stage
      *gives the record count, body bytes and hash total expected
      *there (* where a figure is not checked). The reject stages
      *expect none unless the script says otherwise
      *----------------------------------------------------------------
       1100-load-script.
           perform varying ws-stg-ix from 1 by 1
                   until ws-stg-ix > ws-stage-max
               move spaces to ws-sr-row(ws-stg-ix)
               move "N" to ws-sr-state(ws-stg-ix)
               move 0 to ws-sr-rc(ws-stg-ix)
               move "N" to ws-sr-exp-sw(ws-stg-ix)
               move "N" to ws-sr-exp-cnt-sw(ws-stg-ix)
               move "N" to ws-sr-exp-byt-sw(ws-stg-ix)
               move "N" to ws-sr-exp-hsh-sw(ws-stg-ix)
               move "N" to ws-sr-act-cnt-sw(ws-stg-ix)
               move "N" to ws-sr-act-byt-sw(ws-stg-ix)
               move "N" to ws-sr-act-hsh-sw(ws-stg-ix)
           end-perform
           move "Y" to ws-sr-exp-sw(ws-sx-maprej)
           move "Y" to ws-sr-exp-cnt-sw(ws-sx-maprej)
           move 0 to ws-sr-exp-count(ws-sx-maprej)
           move "Y" to ws-sr-exp-sw(ws-sx-inbrej)
           move "Y" to ws-sr-exp-cnt-sw(ws-sx-inbrej)
           move 0 to ws-sr-exp-count(ws-sx-inbrej)
           open input script-file
           if ws-script-status not = "00"
               display "CERTIFY: cannot open certification script "
                   function trim(ws-script-filename)
                   " status " ws-script-status
               move "Y" to ws-setup-sw
               go to 1100-load-script-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read script-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       evaluate sc-verb
                           when "DATE"
                               if sc-rest(1:8) is numeric
                                   move sc-rest(1:8) to ws-cycle-date
                               else
                                   display "CERTIFY: script DATE "
                                       "is not a date"
                                   move "Y" to ws-setup-sw
                               end-if
                           when "FILE"
                               perform 1150-load-file-line
                           when "EXPECT"
                               perform 1170-load-expect-line
                                   thru 1170-load-expect-line-exit
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close script-file
           if ws-native-filename = spaces
               or ws-mapdef-filename = spaces
               or ws-ack-filename = spaces
               display "CERTIFY: the script must name the NATIVE, "
                   "MAPDEF and ACK files"
               move "Y" to ws-setup-sw
           end-if.
       1100-load-script-exit.
           exit.

       1150-load-file-line.
           evaluate sc-stage
               when "NATIVE"
                   move sc-rest to ws-native-filename
               when "MAPDEF"
                   move sc-rest to ws-mapdef-filename
               when "ACK"
                   move sc-rest to ws-ack-filename
               when other
                   display "CERTIFY: script FILE " sc-stage
                       " is not a sample this cycle uses"
                   move "Y" to ws-setup-sw
           end-evaluate.

       1170-load-expect-line.
           move 0 to ws-cur-stg
           perform varying ws-stg-ix from 1 by 1
                   until ws-stg-ix > ws-stage-max
               if ws-sl-stage(ws-stg-ix) = sc-stage
                   move ws-stg-ix to ws-cur-stg
               end-if
           end-perform
           if ws-cur-stg = 0
               display "CERTIFY: script EXPECT " sc-stage
                   " is not a stage of the cycle"
               move "Y" to ws-setup-sw
               go to 1170-load-expect-line-exit
           end-if
           move spaces to ws-tok1 ws-tok2 ws-tok3
           unstring sc-rest delimited by all spaces
               into ws-tok1 ws-tok2 ws-tok3
           end-unstring
           if (ws-tok1 not = spaces and ws-tok1 not = "*"
                   and function trim(ws-tok1) is not numeric)
               or (ws-tok2 not = spaces and ws-tok2 not = "*"
                   and function trim(ws-tok2) is not numeric)
               or (ws-tok3 not = spaces and ws-tok3 not = "*"
                   and function trim(ws-tok3) is not numeric)
               display "CERTIFY: script EXPECT " sc-stage
                   " has unreadable figures"
               move "Y" to ws-setup-sw
               go to 1170-load-expect-line-exit
           end-if
           move "Y" to ws-sr-exp-sw(ws-cur-stg)
           move "N" to ws-sr-exp-cnt-sw(ws-cur-stg)
           move "N" to ws-sr-exp-byt-sw(ws-cur-stg)
           move "N" to ws-sr-exp-hsh-sw(ws-cur-stg)
           if ws-tok1 not = spaces and ws-tok1 not = "*"
               move "Y" to ws-sr-exp-cnt-sw(ws-cur-stg)
               compute ws-sr-exp-count(ws-cur-stg) =
                   function numval(ws-tok1)
           end-if
           if ws-tok2 not = spaces and ws-tok2 not = "*"
               move "Y" to ws-sr-exp-byt-sw(ws-cur-stg)
               compute ws-sr-exp-bytes(ws-cur-stg) =
                   function numval(ws-tok2)
           end-if
           if ws-tok3 not = spaces and ws-tok3 not = "*"
               move "Y" to ws-sr-exp-hsh-sw(ws-cur-stg)
               compute ws-sr-exp-hash(ws-cur-stg) =
                   function numval(ws-tok3)
           end-if.
       1170-load-expect-line-exit.
           exit.

      *----------------------------------------------------------------
      *the cycle's files all hang off one TST. base name, so a cycle
      *can be found, and cleared, by its name
      *----------------------------------------------------------------
       1200-name-work-files.
           string function trim(ws-cert-prefix) delimited by size
               function trim(ws-partner) delimited by size
               "." delimited by size
               into ws-work-base
           end-string
           call "region" using ws-work-base
           move "NAT" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-nat-filename
           move "QUE" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-mque-filename
           move "MRJ" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-mrej-filename
           move "INB" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-inb-filename
           move "IRJ" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-irej-filename
           move "OUT" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-bque-filename
           move "RES" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-res-base
           move "BRJ" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-brej-filename
           move "HLD" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-held-filename
           move "DUP" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-dup-filename
           move "MRG" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-mrg-filename
           move "XMT" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-xmt-filename
           move "PMS" to ws-suffix
           perform 1250-name-one
           move ws-work-name to ws-cpms-filename.

       1250-name-one.
           move spaces to ws-work-name
           string function trim(ws-work-base) delimited by size
               function trim(ws-suffix) delimited by size
               into ws-work-name
           end-string.

      *----------------------------------------------------------------
      *the cycle's partner master - the partner's departments and
      *encoding exactly as live, but its cuts named under the TST.
      *prefix, and no other partner in it
      *----------------------------------------------------------------
       1300-write-cycle-master.
           move ws-pt-prefix to ws-cut-prefix
           call "region" using ws-cut-prefix
           if ws-cut-prefix(31:70) not = spaces
               display "CERTIFY: " function trim(ws-partner)
                   " file prefix is too long for a TST. name"
               move "Y" to ws-setup-sw
               go to 1300-write-cycle-master-exit
           end-if
           move ws-cpms-filename to ws-cmast-filename
           open output cmast-file
           if ws-cmast-status not = "00"
               display "CERTIFY: cannot write the cycle's partner "
                   "master " function trim(ws-cmast-filename)
               move "Y" to ws-setup-sw
               go to 1300-write-cycle-master-exit
           end-if
           perform varying i from 1 by 1 until i > ws-pd-count
               move spaces to cmast-rec
               move ws-partner to cm-partner
               move ws-pd-dept(i) to cm-dept
               move ws-pt-encoding to cm-encoding
               move ws-cut-prefix to cm-prefix
               write cmast-rec
           end-perform
           close cmast-file
           move spaces to ws-cut-filename
           string function trim(ws-cut-prefix) delimited by size
               ws-cycle-date delimited by size
               into ws-cut-filename
           end-string
           move spaces to ws-man-filename
           string function trim(ws-cut-filename) delimited by size
               ".MAN" delimited by size
               into ws-man-filename
           end-string.
       1300-write-cycle-master-exit.
           exit.

      *----------------------------------------------------------------
      *the fixed cycle - each stage is run through the same program
      *the night uses, measured, and judged against the script; the
      *first stage to fail ends the cycle, and every stage after it
      *stands as not run
      *----------------------------------------------------------------
       2000-run-cycle.
           perform 4000-stage-cvt thru 4000-stage-cvt-exit
           if ws-sr-state(ws-sx-cvt) = "F"
               go to 2000-run-cycle-exit
           end-if
           perform 4100-stage-map thru 4100-stage-map-exit
           if ws-sr-state(ws-sx-map) = "F"
               or ws-sr-state(ws-sx-maprej) = "F"
               go to 2000-run-cycle-exit
           end-if
           perform 4200-stage-inb thru 4200-stage-inb-exit
           if ws-sr-state(ws-sx-inb) = "F"
               or ws-sr-state(ws-sx-inbrej) = "F"
               go to 2000-run-cycle-exit
           end-if
           perform 4300-stage-batch thru 4300-stage-batch-exit
           if ws-sr-state(ws-sx-batch) = "F"
               go to 2000-run-cycle-exit
           end-if
           perform 4400-stage-dist thru 4400-stage-dist-exit
           if ws-sr-state(ws-sx-dist) = "F"
               or ws-sr-state(ws-sx-man) = "F"
               go to 2000-run-cycle-exit
           end-if
           perform 4500-stage-ack thru 4500-stage-ack-exit.
       2000-run-cycle-exit.
           exit.

      *----------------------------------------------------------------
      *one stage's verdict - a program that failed outright, a stage
      *that found its own fault, a stage the script gives no figures
      *for, or any figure differing from the script fails the stage
      *----------------------------------------------------------------
       2900-judge-stage.
           evaluate true
               when ws-sr-rc(ws-cur-stg) >= 8
                   move "PROGRAM FAILED - SEE RC" to
                       ws-sr-reason(ws-cur-stg)
               when ws-sr-reason(ws-cur-stg) not = spaces
                   continue
               when ws-sr-exp-sw(ws-cur-stg) not = "Y"
                   move "NO EXPECT LINE IN THE SCRIPT" to
                       ws-sr-reason(ws-cur-stg)
               when ws-sr-exp-cnt-sw(ws-cur-stg) = "Y"
                   and (ws-sr-act-cnt-sw(ws-cur-stg) not = "Y"
                   or ws-sr-act-count(ws-cur-stg)
                       not = ws-sr-exp-count(ws-cur-stg))
                   move "RECORD COUNT DIFFERS" to
                       ws-sr-reason(ws-cur-stg)
               when ws-sr-exp-byt-sw(ws-cur-stg) = "Y"
                   and (ws-sr-act-byt-sw(ws-cur-stg) not = "Y"
                   or ws-sr-act-bytes(ws-cur-stg)
                       not = ws-sr-exp-bytes(ws-cur-stg))
                   move "BYTES DIFFER" to ws-sr-reason(ws-cur-stg)
               when ws-sr-exp-hsh-sw(ws-cur-stg) = "Y"
                   and (ws-sr-act-hsh-sw(ws-cur-stg) not = "Y"
                   or ws-sr-act-hash(ws-cur-stg)
                       not = ws-sr-exp-hash(ws-cur-stg))
                   move "HASH TOTAL DIFFERS" to
                       ws-sr-reason(ws-cur-stg)
               when other
                   continue
           end-evaluate
           if ws-sr-reason(ws-cur-stg) = spaces
               move "P" to ws-sr-state(ws-cur-stg)
           else
               move "F" to ws-sr-state(ws-cur-stg)
           end-if.

      *----------------------------------------------------------------
      *a clean cycle is recorded on every one of the partner's lines
      *on the live master, through a work copy as the other master
      *rewrites are done
      *----------------------------------------------------------------
       3000-record-certification.
           move spaces to ws-wrk-filename
           string function trim(ws-pmast-filename) delimited by size
               ".WRK" delimited by size
               into ws-wrk-filename
           end-string
           open input pmast-file
           if ws-pmast-status not = "00"
               display "CERTIFY: cannot reopen partner master "
                   function trim(ws-pmast-filename)
               go to 3000-record-certification-exit
           end-if
           move ws-wrk-filename to ws-cmast-filename
           open output cmast-file
           if ws-cmast-status not = "00"
               display "CERTIFY: cannot open work file "
                   function trim(ws-cmast-filename)
               close pmast-file
               go to 3000-record-certification-exit
           end-if
           move 0 to ws-master-lines
           move "N" to ws-eof-sw
           perform until ws-eof
               read pmast-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if pm-partner = ws-partner
                           move ws-now-date to pm-certdate
                           add 1 to ws-master-lines
                       end-if
                       write cmast-rec from pmast-rec
               end-read
           end-perform
           close pmast-file
           close cmast-file
      *the live master is only emptied once the updated copy is known
      *to be readable - otherwise it is left as it stood
           open input cmast-file
           if ws-cmast-status not = "00"
               display "CERTIFY: cannot reopen work file "
                   function trim(ws-cmast-filename)
                   " status " ws-cmast-status
                   " - partner master left unchanged"
               go to 3000-record-certification-exit
           end-if
           open output pmast-file
           if ws-pmast-status not = "00"
               display "CERTIFY: cannot rewrite partner master "
                   function trim(ws-pmast-filename)
               close cmast-file
               go to 3000-record-certification-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read cmast-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       write pmast-rec from cmast-rec
               end-read
           end-perform
           close cmast-file
           close pmast-file
           move "Y" to ws-master-sw.
       3000-record-certification-exit.
           exit.

      *----------------------------------------------------------------
      *the code-page hop - only for a partner the master gives the
      *EBCDIC encoding; anyone else's native file maps as it stands
      *----------------------------------------------------------------
       4000-stage-cvt.
           move ws-sx-cvt to ws-cur-stg
           if ws-pt-encoding(1:6) not = "EBCDIC"
               move "S" to ws-sr-state(ws-cur-stg)
               move "ASCII PARTNER - NO CONVERSION" to
                   ws-sr-reason(ws-cur-stg)
               move ws-native-filename to ws-map-input
               go to 4000-stage-cvt-exit
           end-if
           set environment "A3-CVT-INPUT" to ws-native-filename
           set environment "A3-CVT-OUTPUT" to ws-nat-filename
           set environment "A3-CVT-DIRECTION" to "E2A"
           move 0 to return-code
           call "cvtfile"
               on exception
                   display "CERTIFY: cannot call program cvtfile"
                   move 12 to return-code
           end-call
           cancel "cvtfile"
           move return-code to ws-sr-rc(ws-cur-stg)
           move 0 to return-code
           move ws-nat-filename to ws-line-filename
           perform 5100-measure-lines thru 5100-measure-lines-exit
           move ws-nat-filename to ws-map-input
           perform 2900-judge-stage.
       4000-stage-cvt-exit.
           exit.

      *----------------------------------------------------------------
      *the partner's layout into our envelope - the queue and the
      *rows intakemap.cob could not parse are judged separately
      *----------------------------------------------------------------
       4100-stage-map.
           move ws-sx-map to ws-cur-stg
           set environment "A3-MAP-DEF" to ws-mapdef-filename
           set environment "A3-MAP-INPUT" to ws-map-input
           set environment "A3-MAP-OUTPUT" to ws-mque-filename
           set environment "A3-MAP-REJECT" to ws-mrej-filename
           move 0 to return-code
           call "intakemap"
               on exception
                   display "CERTIFY: cannot call program intakemap"
                   move 12 to return-code
           end-call
           cancel "intakemap"
           move return-code to ws-sr-rc(ws-cur-stg)
           move 0 to return-code
           move ws-mque-filename to ws-que-filename
           perform 5200-measure-queue thru 5200-measure-queue-exit
           perform 2900-judge-stage
           if ws-sr-state(ws-cur-stg) = "F"
               go to 4100-stage-map-exit
           end-if
           move ws-sr-rc(ws-sx-map) to ws-sr-rc(ws-sx-maprej)
           move ws-sx-maprej to ws-cur-stg
           move ws-mrej-filename to ws-line-filename
           perform 5100-measure-lines thru 5100-measure-lines-exit
           perform 2900-judge-stage.
       4100-stage-map-exit.
           exit.

      *----------------------------------------------------------------
      *the inbound run decodes the mapped queue under the partner's
      *test keys - the cleartext and the rejects are judged apart
      *----------------------------------------------------------------
       4200-stage-inb.
           move ws-sx-inb to ws-cur-stg
           set environment "A3-RUN-MODE" to "INB"
           set environment "A3-QUEUE-FILE" to ws-mque-filename
           set environment "A3-RESULT-FILE" to ws-inb-filename
           set environment "A3-REJECT-FILE" to ws-irej-filename
           set environment "A3-KEYWORD" to spaces
           set environment "A3-KEY-ID" to spaces
           move 0 to return-code
           call "A3"
               on exception
                   display "CERTIFY: cannot call program A3"
                   move 12 to return-code
           end-call
           cancel "A3"
           move return-code to ws-sr-rc(ws-cur-stg)
           move 0 to return-code
           move ws-inb-filename to ws-line-filename
           perform 5100-measure-lines thru 5100-measure-lines-exit
           perform 2900-judge-stage
           if ws-sr-state(ws-cur-stg) = "F"
               go to 4200-stage-inb-exit
           end-if
           move ws-sr-rc(ws-sx-inb) to ws-sr-rc(ws-sx-inbrej)
           move ws-sx-inbrej to ws-cur-stg
           move ws-irej-filename to ws-line-filename
           perform 5100-measure-lines thru 5100-measure-lines-exit
           perform 2900-judge-stage.
       4200-stage-inb-exit.
           exit.

      *----------------------------------------------------------------
      *back out - every decoded message is answered with its own
      *text, to the same department under the same key-id, and the
      *batch run's category cuts are merged into the one file the
      *distribution reads, exactly as the night builds it
      *----------------------------------------------------------------
       4300-stage-batch.
           move ws-sx-batch to ws-cur-stg
           perform 4310-build-answers thru 4310-build-answers-exit
           if ws-sr-reason(ws-cur-stg) not = spaces
               perform 2900-judge-stage
               go to 4300-stage-batch-exit
           end-if
           set environment "A3-RUN-MODE" to "BATCH"
           set environment "A3-QUEUE-FILE" to ws-bque-filename
           set environment "A3-RESULT-FILE" to ws-res-base
           set environment "A3-REJECT-FILE" to ws-brej-filename
           set environment "A3-HELD-FILE" to ws-held-filename
           set environment "A3-DUP-REPORT" to ws-dup-filename
      *the same sample is certified again and again - the registry
      *would otherwise hold every rerun back as a duplicate
           set environment "A3-DUP-WINDOW" to "0"
           move 0 to return-code
           call "A3"
               on exception
                   display "CERTIFY: cannot call program A3"
                   move 12 to return-code
           end-call
           cancel "A3"
           move return-code to ws-batch-rc
           move 0 to return-code
           if ws-batch-rc >= 8
               move ws-batch-rc to ws-sr-rc(ws-cur-stg)
               perform 2900-judge-stage
               go to 4300-stage-batch-exit
           end-if
           perform 4320-build-merge-list
               thru 4320-build-merge-list-exit
           if ws-sr-reason(ws-cur-stg) not = spaces
               move ws-batch-rc to ws-sr-rc(ws-cur-stg)
               perform 2900-judge-stage
               go to 4300-stage-batch-exit
           end-if
           set environment "A3-MERGE-LIST" to ws-mrg-filename
           set environment "A3-XMIT-FILE" to ws-xmt-filename
           call "mergexmit"
               on exception
                   display "CERTIFY: cannot call program mergexmit"
                   move 12 to return-code
           end-call
           cancel "mergexmit"
           if return-code > ws-batch-rc
               move return-code to ws-batch-rc
           end-if
           move 0 to return-code
           move ws-batch-rc to ws-sr-rc(ws-cur-stg)
           move ws-xmt-filename to ws-line-filename
           perform 5300-measure-totals thru 5300-measure-totals-exit
           perform 2900-judge-stage.
       4300-stage-batch-exit.
           exit.

      *----------------------------------------------------------------
      *the answer queue - the mapped envelopes in order, less those
      *the inbound run rejected and the continuation pieces of a
      *segmented message, each carrying the next decoded message as
      *its body and the original message id as its correlation id
      *----------------------------------------------------------------
       4310-build-answers.
           move 0 to ws-rj-count
           move ws-irej-filename to ws-line-filename
           open input line-file
           if ws-line-status = "00"
               move "N" to ws-line-eof-sw
               perform until ws-line-eof
                   read line-file
                       at end
                           move "Y" to ws-line-eof-sw
                       not at end
                           move line-rec to ws-rej-line
                           if ws-rj-env-msgid not = spaces
                               and ws-rj-count < ws-rj-max
                               add 1 to ws-rj-count
                               move ws-rj-env-msgid
                                   to ws-rj-msgid(ws-rj-count)
                           end-if
                   end-read
               end-perform
               close line-file
           end-if
           move ws-mque-filename to ws-que-filename
           open input que-file
           if ws-que-status not = "00"
               move "MAPPED QUEUE WILL NOT OPEN" to
                   ws-sr-reason(ws-cur-stg)
               go to 4310-build-answers-exit
           end-if
           move ws-inb-filename to ws-line-filename
           open input line-file
           if ws-line-status not = "00"
               close que-file
               move "INB RESULTS WILL NOT OPEN" to
                   ws-sr-reason(ws-cur-stg)
               go to 4310-build-answers-exit
           end-if
           move ws-bque-filename to ws-out-filename
           open output out-file
           if ws-out-status not = "00"
               close que-file
               close line-file
               move "ANSWER QUEUE WILL NOT OPEN" to
                   ws-sr-reason(ws-cur-stg)
               go to 4310-build-answers-exit
           end-if
           move 0 to ws-out-count
           move 0 to ws-cat-count
           move "N" to ws-short-sw
           move "N" to ws-eof-sw
           perform until ws-eof
               read que-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       perform 4315-answer-one
                           thru 4315-answer-one-exit
               end-read
           end-perform
           close que-file
           close line-file
           close out-file
           if ws-short-sw = "Y"
               move "INB RESULTS SHORT OF ITS QUEUE" to
                   ws-sr-reason(ws-cur-stg)
           else
               if ws-out-count = 0
                   move "NOTHING DECODED TO SEND BACK" to
                       ws-sr-reason(ws-cur-stg)
               end-if
           end-if.
       4310-build-answers-exit.
           exit.

       4315-answer-one.
           if cq-env-msgid not = spaces
               perform varying ws-rj-ix from 1 by 1
                       until ws-rj-ix > ws-rj-count
                   if ws-rj-msgid(ws-rj-ix) = cq-env-msgid
                       go to 4315-answer-one-exit
                   end-if
               end-perform
           end-if
           if cq-env-segnum is numeric
               move cq-env-segnum to ws-segnum
               if ws-segnum > 1
                   go to 4315-answer-one-exit
               end-if
           end-if
           read line-file
               at end
                   move "Y" to ws-short-sw
                   move "Y" to ws-eof-sw
                   go to 4315-answer-one-exit
           end-read
           move spaces to co-env
           move cq-env-dept to co-env-dept
           move cq-env-keyid to co-env-keyid
           move cq-env-category to co-env-category
           move cq-env-priority to co-env-priority
           move cq-env-msgid to co-env-corrid
           move line-rec(1:5000) to co-env-body
           write co-env
           add 1 to ws-out-count
           perform varying ws-cat-ix from 1 by 1
                   until ws-cat-ix > ws-cat-count
               if ws-cat-code(ws-cat-ix) = co-env-category
                   go to 4315-answer-one-exit
               end-if
           end-perform
           if ws-cat-count < ws-cat-max
               add 1 to ws-cat-count
               move co-env-category to ws-cat-code(ws-cat-count)
           end-if.
       4315-answer-one-exit.
           exit.

      *----------------------------------------------------------------
      *one control-list line per category cut the batch run wrote
      *----------------------------------------------------------------
       4320-build-merge-list.
           move ws-mrg-filename to ws-list-filename
           open output list-file
           if ws-list-status not = "00"
               move "MERGE LIST WILL NOT OPEN" to
                   ws-sr-reason(ws-cur-stg)
               go to 4320-build-merge-list-exit
           end-if
           move 0 to ws-list-count
           perform varying ws-cat-ix from 1 by 1
                   until ws-cat-ix > ws-cat-count
               move spaces to ws-line-filename
               string function trim(ws-res-base) delimited by size
                   "." delimited by size
                   function trim(ws-cat-code(ws-cat-ix))
                       delimited by size
                   into ws-line-filename
               end-string
               open input line-file
               if ws-line-status = "00"
                   close line-file
                   move spaces to list-rec
                   move ws-cat-code(ws-cat-ix) to lr-label
                   move ws-line-filename to lr-filename
                   write list-rec
                   add 1 to ws-list-count
               end-if
           end-perform
           close list-file
           if ws-list-count = 0
               move "BATCH RUN CUT NO RESULT FILE" to
                   ws-sr-reason(ws-cur-stg)
           end-if.
       4320-build-merge-list-exit.
           exit.

      *----------------------------------------------------------------
      *the partner's cut off the merged file, through the cycle's
      *own master, and the manifest the distribution writes with it
      *----------------------------------------------------------------
       4400-stage-dist.
           move ws-sx-dist to ws-cur-stg
           set environment "A3-PARTMAST-FILE" to ws-cpms-filename
           set environment "A3-XMIT-FILE" to ws-xmt-filename
           move 0 to return-code
           call "distxmit"
               on exception
                   display "CERTIFY: cannot call program distxmit"
                   move 12 to return-code
           end-call
           cancel "distxmit"
           move return-code to ws-sr-rc(ws-cur-stg)
           move 0 to return-code
           move ws-cut-filename to ws-line-filename
           perform 5300-measure-totals thru 5300-measure-totals-exit
           perform 2900-judge-stage
           if ws-sr-state(ws-cur-stg) = "F"
               go to 4400-stage-dist-exit
           end-if
           move ws-sr-rc(ws-sx-dist) to ws-sr-rc(ws-sx-man)
           move ws-sx-man to ws-cur-stg
           perform 4450-read-manifest thru 4450-read-manifest-exit
           perform 2900-judge-stage.
       4400-stage-dist-exit.
           exit.

      *----------------------------------------------------------------
      *the figures the manifest states, and the run date it carries
      *----------------------------------------------------------------
       4450-read-manifest.
           move ws-man-filename to ws-line-filename
           open input line-file
           if ws-line-status not = "00"
               move "NO MANIFEST WRITTEN" to ws-sr-reason(ws-cur-stg)
               go to 4450-read-manifest-exit
           end-if
           move "N" to ws-line-eof-sw
           perform until ws-line-eof
               read line-file
                   at end
                       move "Y" to ws-line-eof-sw
                   not at end
                       evaluate true
                           when line-rec(1:9) = "RECORDS: "
                               and line-rec(10:7) is numeric
                               move line-rec(10:7) to
                                   ws-sr-act-count(ws-cur-stg)
                               move "Y" to
                                   ws-sr-act-cnt-sw(ws-cur-stg)
                           when line-rec(1:7) = "BYTES: "
                               and line-rec(8:9) is numeric
                               move line-rec(8:9) to
                                   ws-sr-act-bytes(ws-cur-stg)
                               move "Y" to
                                   ws-sr-act-byt-sw(ws-cur-stg)
                           when line-rec(1:11) = "HASHTOTAL: "
                               and line-rec(12:7) is numeric
                               move line-rec(12:7) to
                                   ws-sr-act-hash(ws-cur-stg)
                               move "Y" to
                                   ws-sr-act-hsh-sw(ws-cur-stg)
                           when line-rec(1:9) = "RUNDATE: "
                               if line-rec(10:8) not = ws-cycle-date
                                   move "MANIFEST RUN DATE IS WRONG"
                                       to ws-sr-reason(ws-cur-stg)
                               end-if
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close line-file.
       4450-read-manifest-exit.
           exit.

      *----------------------------------------------------------------
      *the partner's sample acknowledgment through the matcher, then
      *every file it names looked up on the test register - the
      *count is the files the register now shows acknowledged
      *----------------------------------------------------------------
       4500-stage-ack.
           move ws-sx-ack to ws-cur-stg
           set environment "A3-ACK-FILE" to ws-ack-filename
           move 0 to return-code
           call "ackmatch"
               on exception
                   display "CERTIFY: cannot call program ackmatch"
                   move 12 to return-code
           end-call
           cancel "ackmatch"
           move return-code to ws-sr-rc(ws-cur-stg)
           move 0 to return-code
           accept ws-reg-filename from environment "A3-XMITREG-FILE"
           if ws-reg-filename = spaces
               move "XMITREG.DAT" to ws-reg-filename
           end-if
           call "region" using ws-reg-filename
           open input reg-file
           if ws-reg-status not = "00"
               move "TEST REGISTER WILL NOT OPEN" to
                   ws-sr-reason(ws-cur-stg)
               perform 2900-judge-stage
               go to 4500-stage-ack-exit
           end-if
           move ws-ack-filename to ws-line-filename
           open input line-file
           if ws-line-status not = "00"
               close reg-file
               move "SAMPLE ACK WILL NOT OPEN" to
                   ws-sr-reason(ws-cur-stg)
               perform 2900-judge-stage
               go to 4500-stage-ack-exit
           end-if
           move 0 to ws-meas-count
           move "N" to ws-line-eof-sw
           perform until ws-line-eof
               read line-file
                   at end
                       move "Y" to ws-line-eof-sw
                   not at end
                       if line-rec(1:50) not = spaces
                           move line-rec(1:50) to xr-filename
                           read reg-file
                               invalid key
                                   continue
                               not invalid key
                                   if xr-ack-sw = "Y"
                                       add 1 to ws-meas-count
                                   end-if
                           end-read
                       end-if
               end-read
           end-perform
           close line-file
           close reg-file
           move ws-meas-count to ws-sr-act-count(ws-cur-stg)
           move "Y" to ws-sr-act-cnt-sw(ws-cur-stg)
           perform 2900-judge-stage.
       4500-stage-ack-exit.
           exit.

      *----------------------------------------------------------------
      *a plain line file - lines, and bytes to each line's last
      *non-blank character
      *----------------------------------------------------------------
       5100-measure-lines.
           move 0 to ws-meas-count
           move 0 to ws-meas-bytes
           open input line-file
           if ws-line-status = "35"
               move "OUTPUT FILE NOT WRITTEN" to
                   ws-sr-reason(ws-cur-stg)
               go to 5100-measure-lines-exit
           end-if
           if ws-line-status not = "00"
               move "OUTPUT FILE WILL NOT OPEN" to
                   ws-sr-reason(ws-cur-stg)
               go to 5100-measure-lines-exit
           end-if
           move "N" to ws-line-eof-sw
           perform until ws-line-eof
               read line-file
                   at end
                       move "Y" to ws-line-eof-sw
                   not at end
                       add 1 to ws-meas-count
                       if line-rec not = spaces
                           move function length(function trim(
                               line-rec trailing)) to ws-line-len
                           add ws-line-len to ws-meas-bytes
                       end-if
               end-read
           end-perform
           close line-file
           move ws-meas-count to ws-sr-act-count(ws-cur-stg)
           move ws-meas-bytes to ws-sr-act-bytes(ws-cur-stg)
           move "Y" to ws-sr-act-cnt-sw(ws-cur-stg)
           move "Y" to ws-sr-act-byt-sw(ws-cur-stg).
       5100-measure-lines-exit.
           exit.

      *----------------------------------------------------------------
      *a queue - envelopes, and the bytes of their message bodies
      *----------------------------------------------------------------
       5200-measure-queue.
           move 0 to ws-meas-count
           move 0 to ws-meas-bytes
           open input que-file
           if ws-que-status not = "00"
               move "QUEUE NOT WRITTEN" to ws-sr-reason(ws-cur-stg)
               go to 5200-measure-queue-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read que-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to ws-meas-count
                       if cq-env-body not = spaces
                           move function length(function trim(
                               cq-env-body trailing)) to ws-line-len
                           add ws-line-len to ws-meas-bytes
                       end-if
               end-read
           end-perform
           close que-file
           move ws-meas-count to ws-sr-act-count(ws-cur-stg)
           move ws-meas-bytes to ws-sr-act-bytes(ws-cur-stg)
           move "Y" to ws-sr-act-cnt-sw(ws-cur-stg)
           move "Y" to ws-sr-act-byt-sw(ws-cur-stg).
       5200-measure-queue-exit.
           exit.

      *----------------------------------------------------------------
      *a result-layout file - the control totals filetotals.cob
      *derives for the manifest and the register, and the header's
      *run date, which must be the cycle's business date
      *----------------------------------------------------------------
       5300-measure-totals.
           call "filetotals" using ws-line-filename, ws-tot-count,
               ws-tot-bytes, ws-tot-hash, ws-tot-rundate, ws-tot-ok
           if ws-tot-ok not = "Y"
               move "OUTPUT FILE UNREADABLE" to
                   ws-sr-reason(ws-cur-stg)
               go to 5300-measure-totals-exit
           end-if
           move ws-tot-count to ws-sr-act-count(ws-cur-stg)
           move ws-tot-bytes to ws-sr-act-bytes(ws-cur-stg)
           move ws-tot-hash to ws-sr-act-hash(ws-cur-stg)
           move "Y" to ws-sr-act-cnt-sw(ws-cur-stg)
           move "Y" to ws-sr-act-byt-sw(ws-cur-stg)
           move "Y" to ws-sr-act-hsh-sw(ws-cur-stg)
           if ws-tot-rundate not = ws-cycle-date
               move "RUN DATE IS NOT THE CYCLE'S" to
                   ws-sr-reason(ws-cur-stg)
           end-if.
       5300-measure-totals-exit.
           exit.

       7000-tally-stages.
           perform varying ws-stg-ix from 1 by 1
                   until ws-stg-ix > ws-stage-max
               evaluate ws-sr-state(ws-stg-ix)
                   when "P"
                       add 1 to ws-pass-count
                   when "F"
                       add 1 to ws-fail-count
                   when "S"
                       add 1 to ws-skip-count
                   when other
                       add 1 to ws-notrun-count
               end-evaluate
           end-perform.

      *----------------------------------------------------------------
      *the certification report - the cycle, a line per stage, the
      *verdict, the operator's sign-off and what the master shows
      *----------------------------------------------------------------
       8000-write-report.
           open output report-file
           if ws-report-status not = "00"
               display "CERTIFY: cannot write report "
                   function trim(ws-report-filename)
               move 12 to return-code
               go to 8000-write-report-exit
           end-if
           move spaces to report-rec
           string "PARTNER CERTIFICATION - " delimited by size
               function trim(ws-partner) delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to report-rec
           string "SCRIPT         " delimited by size
               function trim(ws-script-filename) delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to report-rec
           string "CYCLE          TEST REGION, BUSINESS DATE "
                   delimited by size
               ws-cycle-date delimited by size
               into report-rec
           end-string
           write report-rec
           move ws-pd-count to ws-count-disp
           move spaces to report-rec
           string "PARTNER        ENCODING " delimited by size
               function trim(ws-pt-encoding) delimited by size
               ", " delimited by size
               function trim(ws-count-disp) delimited by size
               " DEPARTMENT(S)" delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to report-rec
           write report-rec
           write report-rec from ws-hdr-line
           perform varying ws-stg-ix from 1 by 1
                   until ws-stg-ix > ws-stage-max
               perform 8100-write-stage-line
                   thru 8100-write-stage-line-exit
           end-perform
           move spaces to report-rec
           write report-rec
           move "STAGES PASSED" to ws-sm-label
           move ws-pass-count to ws-sm-count
           write report-rec from ws-sum-line
           move "STAGES FAILED" to ws-sm-label
           move ws-fail-count to ws-sm-count
           write report-rec from ws-sum-line
           move "STAGES SKIPPED" to ws-sm-label
           move ws-skip-count to ws-sm-count
           write report-rec from ws-sum-line
           move "STAGES NOT RUN" to ws-sm-label
           move ws-notrun-count to ws-sm-count
           write report-rec from ws-sum-line
           move spaces to report-rec
           write report-rec
           if ws-certified = "Y"
               move "RESULT         CERTIFIED" to report-rec
           else
               move "RESULT         NOT CERTIFIED" to report-rec
           end-if
           write report-rec
           move spaces to report-rec
           string "SIGNED OFF BY  " delimited by size
               function trim(ws-operator) delimited by size
               " ON " delimited by size
               ws-now-date delimited by size
               " AT " delimited by size
               ws-now-time(1:6) delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to report-rec
           if ws-master-sw = "Y"
               move ws-master-lines to ws-count-disp
               string "PARTNER MASTER CERTIFICATION DATE "
                       delimited by size
                   ws-now-date delimited by size
                   " RECORDED ON " delimited by size
                   function trim(ws-count-disp) delimited by size
                   " LINE(S)" delimited by size
                   into report-rec
               end-string
           else
               move "PARTNER MASTER NOT UPDATED" to report-rec
           end-if
           write report-rec
           close report-file.
       8000-write-report-exit.
           exit.

       8100-write-stage-line.
           move spaces to ws-detail
           move ws-sl-stage(ws-stg-ix) to ws-de-stage
           move ws-sl-program(ws-stg-ix) to ws-de-program
           evaluate ws-sr-state(ws-stg-ix)
               when "P"
                   move "PASS" to ws-de-result
               when "F"
                   move "FAIL" to ws-de-result
               when "S"
                   move "SKIPPED" to ws-de-result
               when other
                   move "NOT RUN" to ws-de-result
           end-evaluate
           move ws-sr-reason(ws-stg-ix) to ws-de-reason
           if ws-sr-state(ws-stg-ix) = "S"
               or ws-sr-state(ws-stg-ix) = "N"
               write report-rec from ws-detail
               go to 8100-write-stage-line-exit
           end-if
           move ws-sr-rc(ws-stg-ix) to ws-de-rc
           if ws-sr-exp-cnt-sw(ws-stg-ix) = "Y"
               move ws-sr-exp-count(ws-stg-ix) to ws-de-exp-cnt
           else
               move "      *" to ws-de-exp-cnt-x
           end-if
           if ws-sr-act-cnt-sw(ws-stg-ix) = "Y"
               move ws-sr-act-count(ws-stg-ix) to ws-de-act-cnt
           else
               move "      -" to ws-de-act-cnt-x
           end-if
           if ws-sr-exp-byt-sw(ws-stg-ix) = "Y"
               move ws-sr-exp-bytes(ws-stg-ix) to ws-de-exp-byt
           else
               move "        *" to ws-de-exp-byt-x
           end-if
           if ws-sr-act-byt-sw(ws-stg-ix) = "Y"
               move ws-sr-act-bytes(ws-stg-ix) to ws-de-act-byt
           else
               move "        -" to ws-de-act-byt-x
           end-if
           if ws-sr-exp-hsh-sw(ws-stg-ix) = "Y"
               move ws-sr-exp-hash(ws-stg-ix) to ws-de-exp-hsh
           else
               move "      *" to ws-de-exp-hsh-x
           end-if
           if ws-sr-act-hsh-sw(ws-stg-ix) = "Y"
               move ws-sr-act-hash(ws-stg-ix) to ws-de-act-hsh
           else
               move "      -" to ws-de-act-hsh-x
           end-if
           write report-rec from ws-detail.
       8100-write-stage-line-exit.
           exit.
       end program certify.
