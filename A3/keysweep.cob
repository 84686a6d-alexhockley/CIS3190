      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *keysweep.cob grades every key already on the key-store against
      *the key-strength policy keystr.cob enforces on new keywords -
      *the rules only bite on keys created or replaced from now on,
      *and the store already holds three-letter department keys, one
      *keyword under two key-ids and a key rotated back to last
      *year's. Every key-id is put through keystr.cob as a HELD value
      *and the report (A3-KEYSWEEP-REPORT, default KEYSWEEP.TXT)
      *shows, per key-id, which rules it passes - length, variety,
      *banned words, held by another key-id, a past version - and a
      *PASS or FAIL grade. No key value is ever printed or displayed,
      *only the key-id and its grades. Keys that fail are rotated
      *through the ordinary keyadmin.cob REPLACE; the job ends with
      *return code 4 and a WARN alert while any key fails
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. keysweep.
       environment division.
       input-output section.
       file-control.
           select key-file assign to dynamic ws-keystore-filename
               organization indexed
               access mode is dynamic
               record key is key-id
               file status ws-key-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.

       data division.
       file section.
       fd key-file.
       01 key-rec.
           05 key-id    pic x(20).
           05 key-value pic x(30).
       fd report-file.
       01 report-rec pic x(100).

       working-storage section.
       01 ws-keystore-filename pic x(100).
       01 ws-report-filename   pic x(100).
       01 ws-key-status        pic x(2).
       01 ws-report-status     pic x(2).
       01 ws-busdate           pic x(8).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
      *the store is read into this table and closed before any key
      *is judged - keystr.cob reads the store itself for reuse
       01 ws-sv-count pic 9(5) comp value 0.
       01 ws-sv-max   pic 9(5) comp value 2000.
       01 ws-save-table.
           05 ws-sv-row occurs 2000.
               10 ws-sv-keyid pic x(20).
               10 ws-sv-value pic x(30).
       01 ws-unswept  pic 9(5) comp value 0.
       01 i           pic 9(5) comp.
       01 ws-str-keyid   pic x(20).
       01 ws-str-value   pic x(30).
       01 ws-str-mode    pic x(4) value "HELD".
       01 ws-str-verdict pic x(1).
       01 ws-str-reason  pic x(40).
       01 ws-str-fails.
           05 ws-sf-len  pic x(1).
           05 ws-sf-dist pic x(1).
           05 ws-sf-ban  pic x(1).
           05 ws-sf-held pic x(1).
           05 ws-sf-past pic x(1).
       01 ws-pass-count pic 9(5) comp value 0.
       01 ws-fail-count pic 9(5) comp value 0.
       01 ws-hdr1 pic x(90) value
           "KEY-ID               LEN  DIST BAN  HELD PAST GRADE REASON".
       01 ws-detail.
           05 ws-de-keyid  pic x(20).
           05 filler       pic x(1) value space.
           05 ws-de-len    pic x(4).
           05 filler       pic x(1) value space.
           05 ws-de-dist   pic x(4).
           05 filler       pic x(1) value space.
           05 ws-de-ban    pic x(4).
           05 filler       pic x(1) value space.
           05 ws-de-held   pic x(4).
           05 filler       pic x(1) value space.
           05 ws-de-past   pic x(4).
           05 filler       pic x(1) value space.
           05 ws-de-grade  pic x(5).
           05 filler       pic x(1) value space.
           05 ws-de-reason pic x(40).
       01 ws-sum-line.
           05 ws-sl-label pic x(30).
           05 ws-sl-count pic z(4)9.
       01 ws-mark-in  pic x(1).
       01 ws-mark-out pic x(4).
       01 ws-alert-job pic x(10) value "KEYSWEEP".
       01 ws-alert-sev pic x(4) value "WARN".
       01 ws-alert-msg pic x(60).
       01 ws-count-disp pic z(4)9.

       procedure division.
           accept ws-keystore-filename
               from environment "A3-KEYSTORE-FILE"
           accept ws-report-filename
               from environment "A3-KEYSWEEP-REPORT"
           if ws-keystore-filename = spaces
               move "KEYSTORE.DAT" to ws-keystore-filename
           end-if
           if ws-report-filename = spaces
               move "KEYSWEEP.TXT" to ws-report-filename
           end-if
           call "region" using ws-keystore-filename
           call "busdate" using ws-busdate
           open input key-file
           if ws-key-status not = "00"
               display "KEYSWEEP: cannot open key-store "
                   function trim(ws-keystore-filename)
                   " status " ws-key-status
               move 12 to return-code
               goback
           end-if
           move low-values to key-id
           start key-file key not < key-id
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read key-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if ws-sv-count < ws-sv-max
                           add 1 to ws-sv-count
                           move key-id to ws-sv-keyid(ws-sv-count)
                           move key-value to ws-sv-value(ws-sv-count)
                       else
                           add 1 to ws-unswept
                       end-if
               end-read
           end-perform
           close key-file
           open output report-file
           if ws-report-status not = "00"
               display "KEYSWEEP: cannot write report "
                   function trim(ws-report-filename)
               move 12 to return-code
               goback
           end-if
           move spaces to report-rec
           string "KEY STRENGTH SWEEP AS AT " delimited by size
               ws-busdate delimited by size
               into report-rec
           end-string
           write report-rec
           write report-rec from ws-hdr1
           perform varying i from 1 by 1 until i > ws-sv-count
               perform 2000-grade-key
           end-perform
           perform 8000-write-summary
           close report-file
           display "KEYSWEEP: " ws-sv-count " key(s) graded - "
               ws-pass-count " pass, " ws-fail-count " fail"
           if ws-unswept > 0
               display "KEYSWEEP: " ws-unswept " key(s) past the "
                   "sweep table were NOT graded"
               move 8 to return-code
               goback
           end-if
           if ws-fail-count > 0
               move ws-fail-count to ws-count-disp
               move spaces to ws-alert-msg
               string function trim(ws-count-disp) delimited by size
                   " key(s) fail the key-strength policy"
                       delimited by size
                   into ws-alert-msg
               end-string
               call "alertlog" using ws-alert-job, ws-alert-sev,
                   ws-alert-msg
               move 4 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *one key-id through the policy - the value goes to keystr.cob
      *exactly as it stands on the store and is never written out
      *----------------------------------------------------------------
       2000-grade-key.
           move ws-sv-keyid(i) to ws-str-keyid
           move ws-sv-value(i) to ws-str-value
           call "keystr" using ws-str-keyid, ws-str-value,
               ws-str-mode, ws-str-verdict, ws-str-reason,
               ws-str-fails
           move spaces to ws-detail
           move ws-str-keyid to ws-de-keyid
           move ws-sf-len to ws-mark-in
           perform 2100-mark
           move ws-mark-out to ws-de-len
           move ws-sf-dist to ws-mark-in
           perform 2100-mark
           move ws-mark-out to ws-de-dist
           move ws-sf-ban to ws-mark-in
           perform 2100-mark
           move ws-mark-out to ws-de-ban
           move ws-sf-held to ws-mark-in
           perform 2100-mark
           move ws-mark-out to ws-de-held
           move ws-sf-past to ws-mark-in
           perform 2100-mark
           move ws-mark-out to ws-de-past
           if ws-str-verdict = "Y"
               move "PASS" to ws-de-grade
               add 1 to ws-pass-count
           else
               move "FAIL" to ws-de-grade
               move ws-str-reason to ws-de-reason
               add 1 to ws-fail-count
           end-if
           write report-rec from ws-detail.

       2100-mark.
           if ws-mark-in = "Y"
               move "FAIL" to ws-mark-out
           else
               move "ok" to ws-mark-out
           end-if.

       8000-write-summary.
           move spaces to report-rec
           write report-rec
           move "KEYS ON THE STORE" to ws-sl-label
           compute ws-sl-count = ws-sv-count + ws-unswept
           write report-rec from ws-sum-line
           move "PASS" to ws-sl-label
           move ws-pass-count to ws-sl-count
           write report-rec from ws-sum-line
           move "FAIL" to ws-sl-label
           move ws-fail-count to ws-sl-count
           write report-rec from ws-sum-line
           if ws-unswept > 0
               move "NOT GRADED (TABLE FULL)" to ws-sl-label
               move ws-unswept to ws-sl-count
               write report-rec from ws-sum-line
           end-if.
       end program keysweep.
