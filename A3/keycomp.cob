      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *keycomp.cob is the key compromise utility - when a department
      *says a keyword may have leaked, DECLARE puts a COMPROM request
      *for the key-id and version on the pending-approval queue, and
      *a second operator confirms it through keyappr.cob exactly as
      *any other key change (the version is only marked compromised
      *on the version store once the checker approves; from then on
      *keystore.cob will not hand it out to cipher new traffic).
      *EXPOSE is the evidence for the day of the incident - it walks
      *the result archive resarch.cob keeps for every record the
      *version could have ciphered and lists its message id, run
      *date, department and the transmission file it left in, with
      *the date the transmission register says that file was sent.
      *The archive does not carry a key-id of its own, so a record
      *is tied to the key through its department's profile: stamped
      *with the version when the key is the department's key, and
      *inside the version's effective dates when it is the layering
      *key of a double-pass department (the layering pass stamps no
      *version) or the record predates version stamping
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  carry the quota columns the department profile
      *                record now ends with
      *2026-10-15  AH  stop the exposure summary line clipping the
      *                last letter off its caption
      *2026-10-15  AH  widen the partner-master record for the
      *                certification date certify.cob records on a
      *                partner's lines
      *2026-10-15  AH  the declaring operator is checked against the
      *                operator master for the KEYMAKER role instead
      *                of only being required to give a name, and a
      *                failed pending-queue write is reported and
      *                journalled as QUEUE FAILED instead of as queued
      *2026-10-15  AH  a partner whose cut was mapped to its own
      *                layout is looked up on the register under the
      *                .MAP name the distribution delivered it as,
      *                when the plain name is not there
      *2026-10-15  AH  carry the correlation id on the result archive
      *                record

       identification division.
       program-id. keycomp.
       environment division.
       input-output section.
       file-control.
           select pend-file assign to dynamic ws-pend-filename
               organization indexed
               access mode is dynamic
               record key is kp-seq
               file status ws-pend-status.
           select vers-file assign to dynamic ws-vers-filename
               organization indexed
               access mode is random
               record key is kv-key
               file status ws-vers-status.
           select journal-file assign to dynamic ws-journal-filename
               organization line sequential
               file status ws-journal-status.
           select prof-file assign to dynamic ws-prof-filename
               organization indexed
               access mode is dynamic
               record key is dp-dept-id
               file status ws-prof-status.
           select arch-file assign to dynamic ws-arch-filename
               organization indexed
               access mode is dynamic
               record key is ar-key
               file status ws-arch-status.
           select pmast-file assign to dynamic ws-pmast-filename
               organization line sequential
               file status ws-pmast-status.
           select reg-file assign to dynamic ws-reg-filename
               organization indexed
               access mode is random
               record key is xr-filename
               file status ws-reg-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.

       data division.
       file section.
       fd pend-file.
      *shared field for field with keyadmin.cob and keyappr.cob - a
      *COMPROM request carries the version number in kp-value(1:3)
       01 pend-rec.
           05 kp-seq      pic 9(5).
           05 kp-status   pic x(1).
           05 kp-maker    pic x(8).
           05 kp-func     pic x(7).
           05 kp-keyid    pic x(20).
           05 kp-value    pic x(30).
           05 kp-req-date pic x(8).
           05 kp-checker  pic x(8).
           05 kp-act-date pic x(8).
       fd vers-file.
       01 vers-rec.
           05 kv-key.
               10 kv-keyid   pic x(20).
               10 kv-version pic 9(3).
           05 kv-value    pic x(30).
           05 kv-eff-from pic x(8).
           05 kv-eff-to   pic x(8).
           05 kv-state    pic x(1).
               88 kv-compromised value "C".
           05 kv-comp-date pic x(8).
       fd journal-file.
       01 journal-rec pic x(80).
       fd prof-file.
       01 prof-rec.
           05 dp-dept-id     pic x(8).
           05 dp-key-id      pic x(20).
           05 dp-result-file pic x(50).
           05 dp-export-fmt  pic x(6).
           05 dp-double-pass pic x(1).
           05 dp-key-id2     pic x(20).
           05 dp-encoding    pic x(8).
           05 dp-quota-recs  pic 9(7).
           05 dp-quota-bytes pic 9(9).
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
       fd report-file.
       01 report-rec pic x(110).

       working-storage section.
       01 ws-pend-filename    pic x(100).
       01 ws-vers-filename    pic x(100).
       01 ws-journal-filename pic x(100).
       01 ws-prof-filename    pic x(100).
       01 ws-arch-filename    pic x(100).
       01 ws-pmast-filename   pic x(100).
       01 ws-reg-filename     pic x(100).
       01 ws-report-filename  pic x(100).
       01 ws-xmit-filename    pic x(100).
       01 ws-pend-status      pic x(2).
       01 ws-vers-status      pic x(2).
       01 ws-journal-status   pic x(2).
       01 ws-prof-status      pic x(2).
       01 ws-arch-status      pic x(2).
       01 ws-pmast-status     pic x(2).
       01 ws-reg-status       pic x(2).
       01 ws-report-status    pic x(2).
       01 ws-function         pic x(7).
       01 ws-keyid-in         pic x(20).
       01 ws-version-text     pic x(3).
       01 ws-version          pic 9(3).
       01 ws-operator         pic x(8).
       01 ws-outcome          pic x(20).
      *the declaring operator must be on the operator master, active,
      *and hold the KEYMAKER role - the maker half of a key change
       01 ws-chk-role    pic x(10) value "KEYMAKER".
       01 ws-chk-program pic x(8) value "KEYCOMP".
       01 ws-chk-verdict pic x(1).
       01 ws-today            pic x(8).
       01 ws-next-seq         pic 9(5) comp.
       01 ws-probe-seq        pic 9(5) comp.
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-done-sw pic x(1).
           88 ws-done value "Y".
       01 ws-reg-open-sw      pic x(1) value "N".
      *the compromised version as the version store holds it
       01 ws-eff-from         pic x(8).
       01 ws-eff-to           pic x(8).
       01 ws-comp-sw          pic x(1).
       01 ws-comp-date        pic x(8).
      *the departments whose traffic the key-id ciphers - K where it
      *is the department's own key, L where it is the layering key
      *of a double-pass profile
       01 ws-dept-count pic 9(3) comp value 0.
       01 ws-dept-max   pic 9(3) comp value 200.
       01 ws-dept-table.
           05 ws-dt-row occurs 200.
               10 ws-dt-dept   pic x(8).
               10 ws-dt-role   pic x(1).
               10 ws-dt-expose pic 9(7) comp.
      *the partner cuts - department to file prefix and encoding
       01 ws-part-count pic 9(3) comp value 0.
       01 ws-part-max   pic 9(3) comp value 200.
       01 ws-part-table.
           05 ws-pt-row occurs 200.
               10 ws-pt-dept     pic x(8).
               10 ws-pt-encoding pic x(8).
               10 ws-pt-prefix   pic x(30).
       01 i              pic 9(3) comp.
       01 j              pic 9(3) comp.
       01 ws-row-ix      pic 9(3) comp.
       01 ws-take-role   pic x(1).
       01 ws-exposed-sw  pic x(1).
       01 ws-basis       pic x(7).
       01 ws-xfile       pic x(50).
       01 ws-last-xfile  pic x(50).
      *the mapped delivery name, and the name the last lookup found
      *the file registered under
       01 ws-xmap        pic x(50).
       01 ws-last-deliv  pic x(50).
       01 ws-xr-found    pic x(1).
       01 ws-last-sent   pic x(14).
       01 ws-read-count   pic 9(9) comp value 0.
       01 ws-expose-count pic 9(7) comp value 0.
       01 ws-unreg-count  pic 9(7) comp value 0.
       01 ws-count-disp   pic z(8)9.
       01 ws-timestamp.
           05 ws-ts-date pic x(8).
           05 filler     pic x(1) value space.
           05 ws-ts-time pic x(8).
       01 ws-journal-line.
           05 ws-jl-ts       pic x(17).
           05 filler         pic x(1) value space.
           05 ws-jl-operator pic x(8).
           05 filler         pic x(1) value space.
           05 ws-jl-func     pic x(7).
           05 filler         pic x(1) value space.
           05 ws-jl-keyid    pic x(20).
           05 filler         pic x(1) value space.
           05 ws-jl-outcome  pic x(20).
       01 ws-hdr1 pic x(110) value
           "MESSAGE ID     RUN DATE DEPT     BASIS   TRANSMISSION FIL
      -    "E                                        SENT".
       01 ws-detail.
           05 ws-de-msgid  pic x(14).
           05 filler       pic x(1) value space.
           05 ws-de-date   pic x(8).
           05 filler       pic x(1) value space.
           05 ws-de-dept   pic x(8).
           05 filler       pic x(1) value space.
           05 ws-de-basis  pic x(7).
           05 filler       pic x(1) value space.
           05 ws-de-xfile  pic x(50).
           05 filler       pic x(1) value space.
           05 ws-de-sent   pic x(14).
       01 ws-sum-line.
           05 filler       pic x(4) value spaces.
           05 ws-su-dept   pic x(8).
           05 filler       pic x(1) value space.
           05 ws-su-role   pic x(12).
           05 ws-su-count  pic z(6)9.
           05 filler       pic x(18) value " record(s) exposed".

       procedure division.
           accept ws-function from environment "A3-KEYCOMP-FUNC"
           accept ws-keyid-in from environment "A3-KEYCOMP-KEYID"
           accept ws-version-text from environment "A3-KEYCOMP-VERSION"
           accept ws-operator from environment "A3-OPERATOR"
           accept ws-pend-filename
               from environment "A3-KEYPEND-FILE"
           accept ws-vers-filename
               from environment "A3-KEYVERS-FILE"
           accept ws-journal-filename
               from environment "A3-KEYJOURNAL-FILE"
           accept ws-prof-filename
               from environment "A3-DEPTPROF-FILE"
           accept ws-arch-filename
               from environment "A3-ARCHMAST-FILE"
           accept ws-pmast-filename
               from environment "A3-PARTMAST-FILE"
           accept ws-reg-filename from environment "A3-XMITREG-FILE"
           accept ws-xmit-filename from environment "A3-XMIT-FILE"
           accept ws-report-filename
               from environment "A3-KEYCOMP-REPORT"
           if ws-pend-filename = spaces
               move "KEYPEND.DAT" to ws-pend-filename
           end-if
           if ws-vers-filename = spaces
               move "KEYVERS.DAT" to ws-vers-filename
           end-if
           if ws-journal-filename = spaces
               move "KEYJRNL.LOG" to ws-journal-filename
           end-if
           if ws-prof-filename = spaces
               move "DEPTPROF.DAT" to ws-prof-filename
           end-if
           if ws-arch-filename = spaces
               move "ARCHMAST.DAT" to ws-arch-filename
           end-if
           if ws-pmast-filename = spaces
               move "PARTMAST.TXT" to ws-pmast-filename
           end-if
           if ws-reg-filename = spaces
               move "XMITREG.DAT" to ws-reg-filename
           end-if
           if ws-xmit-filename = spaces
               move "XMIT.DAT" to ws-xmit-filename
           end-if
           if ws-report-filename = spaces
               move "KEYEXPOS.TXT" to ws-report-filename
           end-if
           call "region" using ws-pend-filename
           call "region" using ws-vers-filename
           call "region" using ws-journal-filename
           call "region" using ws-prof-filename
           call "region" using ws-arch-filename
           call "region" using ws-reg-filename
           if ws-keyid-in = spaces
               display "KEYCOMP: name the key-id (A3-KEYCOMP-KEYID)"
               move 12 to return-code
               goback
           end-if
           if ws-version-text is not numeric
               or ws-version-text = "000"
               display "KEYCOMP: name the version as three digits "
                   "(A3-KEYCOMP-VERSION)"
               move 12 to return-code
               goback
           end-if
           move ws-version-text to ws-version
           perform 1000-read-version
               thru 1000-read-version-exit
           if return-code = 12
               goback
           end-if
           evaluate ws-function
               when "DECLARE"
                   perform 2000-declare
                       thru 2000-declare-exit
               when "EXPOSE"
                   perform 3000-expose
                       thru 3000-expose-exit
               when other
                   display "KEYCOMP: unknown function " ws-function
                       " (use DECLARE or EXPOSE)"
                   move 12 to return-code
           end-evaluate
           goback.

      *----------------------------------------------------------------
      *the version must be on the version store - its dates bound the
      *exposure walk, and a version nobody ever issued cannot have
      *leaked anything
      *----------------------------------------------------------------
       1000-read-version.
           open input vers-file
           if ws-vers-status not = "00"
               display "KEYCOMP: cannot open key version store "
                   function trim(ws-vers-filename)
                   " status " ws-vers-status
               move 12 to return-code
               go to 1000-read-version-exit
           end-if
           move ws-keyid-in to kv-keyid
           move ws-version to kv-version
           read vers-file
               invalid key
                   display "KEYCOMP: " function trim(ws-keyid-in)
                       " version " ws-version-text
                       " is not on the version store"
                   close vers-file
                   move 12 to return-code
                   go to 1000-read-version-exit
           end-read
           move kv-eff-from to ws-eff-from
           move kv-eff-to to ws-eff-to
           move kv-state to ws-comp-sw
           move kv-comp-date to ws-comp-date
           close vers-file.
       1000-read-version-exit.
           exit.

      *----------------------------------------------------------------
      *DECLARE - the maker's half; the request waits on the pending
      *queue for a different operator to approve it through keyappr,
      *and lands in the key journal the way keyadmin's requests do
      *----------------------------------------------------------------
       2000-declare.
           call "opcheck" using ws-operator, ws-chk-role,
               ws-chk-program, ws-chk-verdict
           if ws-chk-verdict not = "Y"
               move 12 to return-code
               go to 2000-declare-exit
           end-if
           if ws-comp-sw = "C"
               display "KEYCOMP: " function trim(ws-keyid-in)
                   " version " ws-version-text
                   " was already declared compromised on "
                   ws-comp-date
               move 4 to return-code
               go to 2000-declare-exit
           end-if
           open i-o pend-file
           if ws-pend-status = "35"
               open output pend-file
               close pend-file
               open i-o pend-file
           end-if
           if ws-pend-status not = "00"
               display "KEYCOMP: cannot open pending queue "
                   function trim(ws-pend-filename)
                   " status " ws-pend-status
               move 12 to return-code
               go to 2000-declare-exit
           end-if
      *pending numbers run from one with no gaps, the rule keyadmin
      *keeps, so the next free number is one past the highest
           move 0 to ws-next-seq
           move "N" to ws-done-sw
           perform varying ws-probe-seq from 1 by 1
                   until ws-done or ws-probe-seq > 99999
               move ws-probe-seq to kp-seq
               read pend-file
                   invalid key
                       move "Y" to ws-done-sw
                   not invalid key
                       move ws-probe-seq to ws-next-seq
               end-read
           end-perform
           add 1 to ws-next-seq
           accept ws-today from date yyyymmdd
           move spaces to pend-rec
           move ws-next-seq to kp-seq
           move "P" to kp-status
           move ws-operator to kp-maker
           move "COMPROM" to kp-func
           move ws-keyid-in to kp-keyid
           move ws-version-text to kp-value(1:3)
           move ws-today to kp-req-date
           write pend-rec
           if ws-pend-status not = "00"
               display "KEYCOMP: pending queue write failed, status "
                   ws-pend-status " - compromise of "
                   function trim(ws-keyid-in) " not queued"
               close pend-file
               move "QUEUE FAILED" to ws-outcome
               perform 8000-write-journal
               move 12 to return-code
               go to 2000-declare-exit
           end-if
           close pend-file
           display "KEYCOMP: compromise of " function trim(ws-keyid-in)
               " version " ws-version-text " queued as pending #"
               ws-next-seq " - a second operator approves it "
               "through KEYAPPR"
           move "PENDING" to ws-outcome
           perform 8000-write-journal.
       2000-declare-exit.
           exit.

      *----------------------------------------------------------------
      *EXPOSE - every archived record the version could have
      *ciphered, with the transmission file that carried it
      *----------------------------------------------------------------
       3000-expose.
           perform 3100-load-departments
               thru 3100-load-departments-exit
           if return-code = 12
               go to 3000-expose-exit
           end-if
           perform 3200-load-partners
               thru 3200-load-partners-exit
           open input arch-file
           if ws-arch-status not = "00"
               display "KEYCOMP: cannot open result archive "
                   function trim(ws-arch-filename)
                   " status " ws-arch-status
               move 12 to return-code
               go to 3000-expose-exit
           end-if
           open output report-file
           if ws-report-status not = "00"
               display "KEYCOMP: cannot open report file "
                   function trim(ws-report-filename)
               close arch-file
               move 12 to return-code
               go to 3000-expose-exit
           end-if
           open input reg-file
           if ws-reg-status = "00"
               move "Y" to ws-reg-open-sw
           else
               display "KEYCOMP: transmission register "
                   function trim(ws-reg-filename)
                   " not open (status " ws-reg-status
                   ") - no sent dates can be shown"
           end-if
           perform 3300-write-heading
      *a version cannot have ciphered anything before it took effect,
      *so the walk starts on its effective-from date - a version with
      *no dates on file is walked from the beginning of the archive
           move low-values to ar-key
           if ws-eff-from not = spaces
               move ws-eff-from to ar-date
           end-if
           move spaces to ws-last-xfile
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
      *...and the walk stops once past the day it was closed out
                       if ws-eff-to not = spaces
                           and ar-date > ws-eff-to
                           move "Y" to ws-eof-sw
                       else
                           add 1 to ws-read-count
                           perform 4000-check-record
                               thru 4000-check-record-exit
                       end-if
               end-read
           end-perform
           close arch-file
           if ws-reg-open-sw = "Y"
               close reg-file
           end-if
           perform 5000-write-summary
           close report-file
           display "KEYCOMP: " function trim(ws-keyid-in) " version "
               ws-version-text " - " ws-expose-count
               " archived record(s) exposed - report in "
               function trim(ws-report-filename).
       3000-expose-exit.
           exit.

       3100-load-departments.
           open input prof-file
           if ws-prof-status not = "00"
               display "KEYCOMP: cannot open department profiles "
                   function trim(ws-prof-filename)
                   " status " ws-prof-status
                   " - records cannot be tied to the key"
               move 12 to return-code
               go to 3100-load-departments-exit
           end-if
           move low-values to dp-dept-id
           start prof-file key not < dp-dept-id
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read prof-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if dp-key-id = ws-keyid-in
                           move "K" to ws-take-role
                           perform 3150-take-department
                       else
                           if dp-double-pass = "Y"
                               and dp-key-id2 = ws-keyid-in
                               move "L" to ws-take-role
                               perform 3150-take-department
                           end-if
                       end-if
               end-read
           end-perform
           close prof-file.
       3100-load-departments-exit.
           exit.

       3150-take-department.
           if ws-dept-count < ws-dept-max
               add 1 to ws-dept-count
               move dp-dept-id to ws-dt-dept(ws-dept-count)
               move ws-take-role to ws-dt-role(ws-dept-count)
               move 0 to ws-dt-expose(ws-dept-count)
           else
               display "KEYCOMP: more than " ws-dept-max
                   " department(s) under the key - " dp-dept-id
                   " not walked"
               move 4 to return-code
           end-if.

      *----------------------------------------------------------------
      *the partner master names each department's cut the way
      *distxmit.cob cuts it; a department no partner claims left in
      *the consolidated file
      *----------------------------------------------------------------
       3200-load-partners.
           open input pmast-file
           if ws-pmast-status not = "00"
               go to 3200-load-partners-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read pmast-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if ws-part-count < ws-part-max
                           add 1 to ws-part-count
                           move pm-dept to ws-pt-dept(ws-part-count)
                           move pm-encoding
                               to ws-pt-encoding(ws-part-count)
                           move pm-prefix
                               to ws-pt-prefix(ws-part-count)
                       end-if
               end-read
           end-perform
           close pmast-file.
       3200-load-partners-exit.
           exit.

       3300-write-heading.
           move spaces to report-rec
           string "KEY COMPROMISE EXPOSURE - " delimited by size
               function trim(ws-keyid-in) delimited by size
               " VERSION " delimited by size
               ws-version-text delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to report-rec
           if ws-eff-to = spaces
               string "EFFECTIVE FROM " delimited by size
                   ws-eff-from delimited by size
                   " - STILL CURRENT" delimited by size
                   into report-rec
               end-string
           else
               string "EFFECTIVE FROM " delimited by size
                   ws-eff-from delimited by size
                   " TO " delimited by size
                   ws-eff-to delimited by size
                   into report-rec
               end-string
           end-if
           write report-rec
           move spaces to report-rec
           if ws-comp-sw = "C"
               string "DECLARED COMPROMISED ON " delimited by size
                   ws-comp-date delimited by size
                   into report-rec
               end-string
           else
               move "NOT YET DECLARED COMPROMISED - AWAITING APPROVAL"
                   to report-rec
           end-if
           write report-rec
           move spaces to report-rec
           write report-rec
           write report-rec from ws-hdr1.

      *----------------------------------------------------------------
      *one archived record - exposed when its department's traffic
      *runs under the key and either the record is stamped with the
      *version, or (no stamp to go on) it falls inside the version's
      *effective dates, which the walk bounds already guarantee
      *----------------------------------------------------------------
       4000-check-record.
           move 0 to ws-row-ix
           perform varying i from 1 by 1 until i > ws-dept-count
               if ws-dt-dept(i) = ar-dept
                   move i to ws-row-ix
                   move ws-dept-count to i
               end-if
           end-perform
           if ws-row-ix = 0
               go to 4000-check-record-exit
           end-if
           move "N" to ws-exposed-sw
           if ws-dt-role(ws-row-ix) = "L"
               move "Y" to ws-exposed-sw
               move "LAYER" to ws-basis
           else
               if ar-keyver is numeric and ar-keyver not = "000"
                   if ar-keyver = ws-version-text
                       move "Y" to ws-exposed-sw
                       move "STAMPED" to ws-basis
                   end-if
               else
                   move "Y" to ws-exposed-sw
                   move "DATED" to ws-basis
               end-if
           end-if
           if ws-exposed-sw not = "Y"
               go to 4000-check-record-exit
           end-if
           add 1 to ws-expose-count
           add 1 to ws-dt-expose(ws-row-ix)
           perform 4500-name-transmission
               thru 4500-name-transmission-exit
           move spaces to ws-detail
           move ar-msgid to ws-de-msgid
           move ar-date to ws-de-date
           move ar-dept to ws-de-dept
           move ws-basis to ws-de-basis
           move ws-xfile to ws-de-xfile
           move ws-last-sent to ws-de-sent
           write report-rec from ws-detail.
       4000-check-record-exit.
           exit.

      *----------------------------------------------------------------
      *the file the record left in, and when the register says it was
      *sent - the last file looked up is kept, since an archive walk
      *meets the same department's night many records in a row
      *----------------------------------------------------------------
       4500-name-transmission.
           move ws-xmit-filename(1:50) to ws-xfile
           move spaces to ws-xmap
           perform varying j from 1 by 1 until j > ws-part-count
               if ws-pt-dept(j) = ar-dept
                   move spaces to ws-xfile
                   if ws-pt-encoding(j)(1:6) = "EBCDIC"
                       string function trim(ws-pt-prefix(j))
                               delimited by size
                           ar-date delimited by size
                           ".EBC" delimited by size
                           into ws-xfile
                       end-string
                       string function trim(ws-pt-prefix(j))
                               delimited by size
                           ar-date delimited by size
                           ".MAP.EBC" delimited by size
                           into ws-xmap
                       end-string
                   else
                       string function trim(ws-pt-prefix(j))
                               delimited by size
                           ar-date delimited by size
                           into ws-xfile
                       end-string
                       string function trim(ws-pt-prefix(j))
                               delimited by size
                           ar-date delimited by size
                           ".MAP" delimited by size
                           into ws-xmap
                       end-string
                   end-if
                   move ws-part-count to j
               end-if
           end-perform
           if ws-xfile = ws-last-xfile
               move ws-last-deliv to ws-xfile
               go to 4500-name-transmission-exit
           end-if
           move ws-xfile to ws-last-xfile
           move "NOT REGISTERED" to ws-last-sent
           if ws-reg-open-sw = "Y"
               move ws-xfile to xr-filename
               read reg-file
                   invalid key
                       move "N" to ws-xr-found
                   not invalid key
                       move "Y" to ws-xr-found
               end-read
      *a partner with an outbound layout definition was sent its cut
      *mapped through outmap.cob, and the register holds it under the
      *.MAP name distxmit.cob delivered it as
               if ws-xr-found = "N" and ws-xmap not = spaces
                   move ws-xmap to xr-filename
                   read reg-file
                       invalid key
                           continue
                       not invalid key
                           move "Y" to ws-xr-found
                           move ws-xmap to ws-xfile
                   end-read
               end-if
               if ws-xr-found = "Y"
                   move spaces to ws-last-sent
                   string xr-sent-date delimited by size
                       " " delimited by size
                       xr-sent-time(1:4) delimited by size
                       into ws-last-sent
                   end-string
               else
                   add 1 to ws-unreg-count
               end-if
           else
               add 1 to ws-unreg-count
           end-if
           move ws-xfile to ws-last-deliv.
       4500-name-transmission-exit.
           exit.

       5000-write-summary.
           move spaces to report-rec
           write report-rec
           perform varying i from 1 by 1 until i > ws-dept-count
               move spaces to ws-sum-line
               move ws-dt-dept(i) to ws-su-dept
               if ws-dt-role(i) = "L"
                   move "LAYERING KEY" to ws-su-role
               else
                   move "DEPT KEY" to ws-su-role
               end-if
               move ws-dt-expose(i) to ws-su-count
               write report-rec from ws-sum-line
           end-perform
           move spaces to report-rec
           move ws-read-count to ws-count-disp
           string "ARCHIVE RECORDS READ IN THE VERSION'S DATES "
                   delimited by size
               ws-count-disp delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to report-rec
           move ws-expose-count to ws-count-disp
           string "RECORDS EXPOSED                             "
                   delimited by size
               ws-count-disp delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to report-rec
           move ws-unreg-count to ws-count-disp
           string "TRANSMISSION FILES NOT ON THE REGISTER       "
                   delimited by size
               ws-count-disp delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to report-rec
           write report-rec
           move "RECORDS ARE TIED TO THE KEY THROUGH THEIR DEPARTMENT PR
      -        "OFILE - A RECORD WHOSE ENVELOPE NAMED" to report-rec
           write report-rec
           move "THIS KEY-ID FOR A DEPARTMENT KEYED OTHERWISE IS NOT TRA
      -        "CEABLE FROM THE ARCHIVE" to report-rec
           write report-rec.

      *----------------------------------------------------------------
      *the maker's half of the trail, in the key journal's line shape
      *----------------------------------------------------------------
       8000-write-journal.
           accept ws-ts-date from date yyyymmdd
           accept ws-ts-time from time
           move ws-timestamp to ws-jl-ts
           move ws-operator to ws-jl-operator
           move "COMPROM" to ws-jl-func
           move ws-keyid-in to ws-jl-keyid
           move ws-outcome to ws-jl-outcome
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status = "00"
               write journal-rec from ws-journal-line
               close journal-file
           else
               display "KEYCOMP: journal unavailable, status "
                   ws-journal-status
           end-if.
       end program keycomp.
