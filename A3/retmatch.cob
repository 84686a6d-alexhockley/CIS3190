      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *retmatch.cob is the inbound partner returns job - ackmatch.cob
      *knows only that the partner accepted a file, but the clearing
      *partner also sends back a return file listing the individual
      *records of an accepted transmission they could not post, one
      *line per message id with their reason code, and until now
      *someone read it by hand. Each returned message id is matched
      *back to its result record(s) in the archive (every segment of
      *a long message shares the id, and all of them come back), the
      *record is decoded under its department's key at the version
      *it was stamped with, and the original envelope goes to the
      *returns reject file in the shape rejwb.cob already works from,
      *its reason column carrying the partner's code translated
      *through the return-reason table. The transmission's register
      *entry is marked accepted with returns, and deptstmt.cob shows
      *the returns on the department's statement beside our own
      *rejects. A message id already on the returns reject file is
      *not written twice, so a return file read again is harmless
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  carry the correlation id on the result archive
      *                record

       identification division.
       program-id. retmatch.
       environment division.
       input-output section.
       file-control.
           select ret-file assign to dynamic ws-ret-filename
               organization line sequential
               file status ws-ret-status.
           select reason-file assign to dynamic ws-reason-filename
               organization line sequential
               file status ws-reason-status.
           select reg-file assign to dynamic ws-reg-filename
               organization indexed
               access mode is random
               record key is xr-filename
               file status ws-reg-status.
           select arch-file assign to dynamic ws-arch-filename
               organization indexed
               access mode is dynamic
               record key is ar-key
               file status ws-arch-status.
           select reject-file assign to dynamic ws-reject-filename
               organization line sequential
               file status ws-reject-status.

       data division.
       file section.
       fd ret-file.
      *the partner's return line - the accepted transmission file,
      *the message id they could not post, and their reason code
       01 ret-rec.
           05 rf-filename pic x(50).
           05 filler      pic x(1).
           05 rf-msgid    pic x(14).
           05 filler      pic x(1).
           05 rf-code     pic x(4).
           05 filler      pic x(10).
       fd reason-file.
      *the return-reason table - the partner's code and what it
      *means to the department that has to fix the record
       01 reason-rec.
           05 rr-code     pic x(4).
           05 filler      pic x(1).
           05 rr-text     pic x(30).
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
       fd reject-file.
       01 reject-rec.
           03 rej-reason pic x(40).
           copy ENVREC replacing ==:LEVEL:== by ==03==
                                ==:ENV-FIELD:== by ==rej-env==.

       working-storage section.
       01 ws-ret-filename    pic x(100).
       01 ws-reason-filename pic x(100).
       01 ws-reg-filename    pic x(100).
       01 ws-arch-filename   pic x(100).
       01 ws-reject-filename pic x(100).
       01 ws-ret-status    pic x(2).
       01 ws-reason-status pic x(2).
       01 ws-reg-status    pic x(2).
       01 ws-arch-status   pic x(2).
       01 ws-reject-status pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-today      pic x(8).
       01 ws-keep-spaces pic x(1).
      *the return-reason table
       01 ws-rs-count pic 9(3) comp value 0.
       01 ws-rs-max   pic 9(3) comp value 200.
       01 ws-rs-table.
           05 ws-rs-row occurs 200.
               10 ws-rs-code pic x(4).
               10 ws-rs-text pic x(30).
      *the transmissions the return file names, each checked once
      *against the register
       01 ws-tx-count pic 9(3) comp value 0.
       01 ws-tx-max   pic 9(3) comp value 100.
       01 ws-tx-table.
           05 ws-tx-row occurs 100.
               10 ws-tx-file  pic x(50).
               10 ws-tx-known pic x(1).
               10 ws-tx-sent  pic x(8).
               10 ws-tx-hits  pic 9(5) comp.
      *the returned records, with the archive keys each one matched -
      *a segmented message comes back as every segment, in archive
      *order
       01 ws-rt-count pic 9(3) comp value 0.
       01 ws-rt-max   pic 9(3) comp value 500.
       01 ws-rt-table.
           05 ws-rt-row occurs 500.
               10 ws-rt-msgid  pic x(14).
               10 ws-rt-code   pic x(4).
               10 ws-rt-tx     pic 9(3) comp.
               10 ws-rt-state  pic x(1).
               10 ws-rt-hits   pic 9(2) comp.
               10 ws-rt-key    pic x(23) occurs 20.
       01 ws-hit-max  pic 9(2) comp value 20.
      *message ids already sitting on the returns reject file
       01 ws-on-count pic 9(4) comp value 0.
       01 ws-on-max   pic 9(4) comp value 2000.
       01 ws-on-table.
           05 ws-on-msgid pic x(14) occurs 2000.
       01 i           pic 9(4) comp.
       01 j           pic 9(4) comp.
       01 k           pic 9(2) comp.
       01 ws-find     pic 9(4) comp.
       01 ws-low-date  pic x(8).
       01 ws-high-date pic x(8).
       01 ws-reason-text pic x(30).
      *the decode - the department's key at the archived version
       01 ws-dp-keyid    pic x(20).
       01 ws-dp-result   pic x(50).
       01 ws-dp-export   pic x(6).
       01 ws-dp-dblpass  pic x(1).
       01 ws-dp-keyid2   pic x(20).
       01 ws-dp-encoding pic x(8).
       01 ws-dp-found    pic x(1).
       01 ws-keyword     pic x(30).
       01 ws-keyword2    pic x(30).
       01 ws-keyver      pic 9(3).
       01 ws-seal        pic 9(7).
       01 ws-seal-ok     pic x(1).
       01 ws-cipver-ok   pic x(1).
       01 ws-fail-reason pic x(40).
       copy MSGREC replacing ==:LEVEL:== by ==01==
                             ==:MSG-FIELD:== by ==ws-clear==.
       01 ws-segnum    pic 9(3).
       01 ws-segtot    pic 9(3).
       01 ws-read-count    pic 9(5) comp value 0.
       01 ws-written-count pic 9(5) comp value 0.
       01 ws-repeat-count  pic 9(5) comp value 0.
       01 ws-nomatch-count pic 9(5) comp value 0.
       01 ws-nodecode-count pic 9(5) comp value 0.
       01 ws-unknown-count pic 9(5) comp value 0.
       01 ws-unreg-count   pic 9(5) comp value 0.
       01 ws-marked-count  pic 9(5) comp value 0.
       01 ws-alert-job  pic x(10) value "RETMATCH".
       01 ws-alert-sev  pic x(4).
       01 ws-alert-msg  pic x(60).
       01 ws-count-disp pic z(4)9.

       procedure division.
           accept ws-ret-filename from environment "A3-RETURN-FILE"
           accept ws-reason-filename
               from environment "A3-RETREASON-FILE"
           accept ws-reg-filename from environment "A3-XMITREG-FILE"
           accept ws-arch-filename
               from environment "A3-ARCHMAST-FILE"
           accept ws-reject-filename
               from environment "A3-RETURN-REJECTS"
           accept ws-keep-spaces from environment "A3-KEEP-SPACES"
           if ws-reason-filename = spaces
               move "RETREASN.TXT" to ws-reason-filename
           end-if
           if ws-reg-filename = spaces
               move "XMITREG.DAT" to ws-reg-filename
           end-if
           if ws-arch-filename = spaces
               move "ARCHMAST.DAT" to ws-arch-filename
           end-if
           if ws-reject-filename = spaces
               move "RETURNS.REJ" to ws-reject-filename
           end-if
           call "region" using ws-reg-filename
           call "region" using ws-arch-filename
           call "region" using ws-reject-filename
           if ws-ret-filename = spaces
               display "RETMATCH: no return file named "
                   "(set A3-RETURN-FILE)"
               move 12 to return-code
               goback
           end-if
           accept ws-today from date yyyymmdd
           perform 1000-load-reasons thru 1000-load-reasons-exit
           if return-code = 12
               goback
           end-if
           perform 1500-load-returns thru 1500-load-returns-exit
           if return-code = 12
               goback
           end-if
           if ws-rt-count = 0
               display "RETMATCH: the return file lists no records"
               goback
           end-if
           perform 2000-check-register thru 2000-check-register-exit
           if return-code = 12
               goback
           end-if
           perform 2500-load-on-file thru 2500-load-on-file-exit
           perform 3000-match-archive thru 3000-match-archive-exit
           if return-code = 12
               goback
           end-if
           perform 4000-write-returns thru 4000-write-returns-exit
           if return-code = 12
               goback
           end-if
           perform 5000-mark-register thru 5000-mark-register-exit
           display "RETMATCH: " ws-read-count " return(s) read, "
               ws-written-count " record(s) to "
               function trim(ws-reject-filename)
           display "RETMATCH: " ws-repeat-count " already returned, "
               ws-nomatch-count " not in the archive, "
               ws-nodecode-count " not decodable, "
               ws-unreg-count " for unregistered files"
           display "RETMATCH: " ws-marked-count " transmission(s) "
               "marked accepted with returns"
           if ws-unknown-count > 0
               display "RETMATCH: " ws-unknown-count
                   " return(s) carried a code not on the reason "
                   "table"
           end-if
      *a return that cannot be put in front of the department is a
      *record the partner refused and nobody on this side can fix -
      *that is an operator conversation
           if ws-nomatch-count > 0 or ws-nodecode-count > 0
               or ws-unreg-count > 0
               compute ws-count-disp = ws-nomatch-count
                   + ws-nodecode-count + ws-unreg-count
               move spaces to ws-alert-msg
               string function trim(ws-count-disp)
                       delimited by size
                   " partner return(s) could not be worked"
                       delimited by size
                   into ws-alert-msg
               end-string
               move "WARN" to ws-alert-sev
               call "alertlog" using ws-alert-job, ws-alert-sev,
                   ws-alert-msg
               move 4 to return-code
           end-if
           if ws-unknown-count > 0
               move 4 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *the return-reason table - a missing table is not fatal (the
      *partner's bare code still reaches the reason column), but the
      *operator hears about it
      *----------------------------------------------------------------
       1000-load-reasons.
           open input reason-file
           if ws-reason-status not = "00"
               display "RETMATCH: no return-reason table "
                   function trim(ws-reason-filename)
                   " - partner codes go through untranslated"
               go to 1000-load-reasons-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read reason-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if reason-rec(1:1) not = "*"
                           and rr-code not = spaces
                           if ws-rs-count < ws-rs-max
                               add 1 to ws-rs-count
                               move rr-code to ws-rs-code(ws-rs-count)
                               move rr-text to ws-rs-text(ws-rs-count)
                           else
                               display "RETMATCH: more than "
                                   ws-rs-max " reason codes - "
                                   rr-code " not loaded"
                           end-if
                       end-if
               end-read
           end-perform
           close reason-file.
       1000-load-reasons-exit.
           exit.

      *----------------------------------------------------------------
      *the partner's return file into storage, each line tied to the
      *transmission it names - a return file too big for the table
      *is refused whole rather than half worked
      *----------------------------------------------------------------
       1500-load-returns.
           open input ret-file
           if ws-ret-status not = "00"
               display "RETMATCH: cannot open return file "
                   function trim(ws-ret-filename)
                   " status " ws-ret-status
               move 12 to return-code
               go to 1500-load-returns-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read ret-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if rf-msgid not = spaces
                           perform 1600-take-return
                               thru 1600-take-return-exit
                       end-if
               end-read
           end-perform
           close ret-file.
       1500-load-returns-exit.
           exit.

       1600-take-return.
           add 1 to ws-read-count
           if ws-rt-count >= ws-rt-max
               display "RETMATCH: more than " ws-rt-max
                   " returns in one file - nothing worked, split "
                   "the file"
               move "Y" to ws-eof-sw
               move 12 to return-code
               go to 1600-take-return-exit
           end-if
           move 0 to ws-find
           perform varying j from 1 by 1 until j > ws-tx-count
               if ws-tx-file(j) = rf-filename
                   move j to ws-find
                   move ws-tx-count to j
               end-if
           end-perform
           if ws-find = 0
               if ws-tx-count >= ws-tx-max
                   display "RETMATCH: more than " ws-tx-max
                       " transmissions in one file - nothing worked"
                   move "Y" to ws-eof-sw
                   move 12 to return-code
                   go to 1600-take-return-exit
               end-if
               add 1 to ws-tx-count
               move ws-tx-count to ws-find
               move rf-filename to ws-tx-file(ws-find)
               move "N" to ws-tx-known(ws-find)
               move spaces to ws-tx-sent(ws-find)
               move 0 to ws-tx-hits(ws-find)
           end-if
           add 1 to ws-rt-count
           move rf-msgid to ws-rt-msgid(ws-rt-count)
           move rf-code to ws-rt-code(ws-rt-count)
           move ws-find to ws-rt-tx(ws-rt-count)
           move "P" to ws-rt-state(ws-rt-count)
           move 0 to ws-rt-hits(ws-rt-count).
       1600-take-return-exit.
           exit.

      *----------------------------------------------------------------
      *every transmission named must be on the register - a return
      *against a file this system never recorded sending is the same
      *disagreement ackmatch.cob reports, and its records are left
      *alone. The sent dates bound the archive search from above
      *----------------------------------------------------------------
       2000-check-register.
           open input reg-file
           if ws-reg-status not = "00"
               display "RETMATCH: cannot open register "
                   function trim(ws-reg-filename)
                   " status " ws-reg-status
               move 12 to return-code
               go to 2000-check-register-exit
           end-if
           move low-values to ws-high-date
           perform varying j from 1 by 1 until j > ws-tx-count
               move ws-tx-file(j) to xr-filename
               read reg-file
                   invalid key
                       display "RETMATCH: returns against "
                           function trim(ws-tx-file(j))
                           " - not on the register"
                   not invalid key
                       move "Y" to ws-tx-known(j)
                       move xr-sent-date to ws-tx-sent(j)
                       if xr-sent-date > ws-high-date
                           move xr-sent-date to ws-high-date
                       end-if
               end-read
           end-perform
           close reg-file
      *the message id opens with the date it was issued, which no
      *result can precede - the earliest one bounds the search from
      *below
           move high-values to ws-low-date
           perform varying i from 1 by 1 until i > ws-rt-count
               if ws-tx-known(ws-rt-tx(i)) not = "Y"
                   move "U" to ws-rt-state(i)
                   add 1 to ws-unreg-count
               else
                   if ws-rt-msgid(i)(1:8) is numeric
                       and ws-rt-msgid(i)(1:8) < ws-low-date
                       move ws-rt-msgid(i)(1:8) to ws-low-date
                   end-if
               end-if
           end-perform
           if ws-low-date = high-values
               move low-values to ws-low-date
           end-if
           if ws-low-date > ws-high-date
               move ws-high-date to ws-low-date
           end-if.
       2000-check-register-exit.
           exit.

       2500-load-on-file.
           open input reject-file
           if ws-reject-status not = "00"
               go to 2500-load-on-file-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read reject-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if ws-on-count < ws-on-max
                           add 1 to ws-on-count
                           move rej-env-msgid
                               to ws-on-msgid(ws-on-count)
                       end-if
               end-read
           end-perform
           close reject-file.
       2500-load-on-file-exit.
           exit.

      *----------------------------------------------------------------
      *one pass of the archive across the dates the returns can
      *fall in, collecting every record whose message id was
      *returned - the archive is keyed by date, department and
      *sequence, not by message id, so it is read in a window
      *----------------------------------------------------------------
       3000-match-archive.
           if ws-high-date = low-values
               go to 3000-match-archive-exit
           end-if
           open input arch-file
           if ws-arch-status not = "00"
               display "RETMATCH: cannot open archive "
                   function trim(ws-arch-filename)
                   " status " ws-arch-status
               move 12 to return-code
               go to 3000-match-archive-exit
           end-if
           move low-values to ar-key
           move ws-low-date to ar-date
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
                       if ar-date > ws-high-date
                           move "Y" to ws-eof-sw
                       else
                           perform 3100-match-one
                       end-if
               end-read
           end-perform
           close arch-file.
       3000-match-archive-exit.
           exit.

       3100-match-one.
           perform varying i from 1 by 1 until i > ws-rt-count
               if ws-rt-msgid(i) = ar-msgid
                   and ws-rt-state(i) = "P"
                   if ws-rt-hits(i) < ws-hit-max
                       add 1 to ws-rt-hits(i)
                       move ar-key to ws-rt-key(i, ws-rt-hits(i))
                   else
                       display "RETMATCH: " ar-msgid " has more than "
                           ws-hit-max " archived segments"
                   end-if
               end-if
           end-perform.

      *----------------------------------------------------------------
      *each matched return onto the returns reject file - its
      *archived records decoded back to the original envelope, the
      *partner's reason translated into the reason column. A return
      *whose records will not all decode writes none of them: half a
      *message released would be worse than none
      *----------------------------------------------------------------
       4000-write-returns.
           open extend reject-file
           if ws-reject-status = "35"
               open output reject-file
           end-if
           if ws-reject-status not = "00"
               display "RETMATCH: cannot open returns reject file "
                   function trim(ws-reject-filename)
                   " status " ws-reject-status
               move 12 to return-code
               go to 4000-write-returns-exit
           end-if
           open input arch-file
           if ws-arch-status not = "00"
               display "RETMATCH: cannot open archive "
                   function trim(ws-arch-filename)
                   " status " ws-arch-status
               close reject-file
               move 12 to return-code
               go to 4000-write-returns-exit
           end-if
           perform varying i from 1 by 1 until i > ws-rt-count
               if ws-rt-state(i) = "P"
                   perform 4100-write-one thru 4100-write-one-exit
               end-if
           end-perform
           close arch-file
           close reject-file.
       4000-write-returns-exit.
           exit.

       4100-write-one.
           perform varying j from 1 by 1 until j > ws-on-count
               if ws-on-msgid(j) = ws-rt-msgid(i)
                   move "R" to ws-rt-state(i)
                   add 1 to ws-repeat-count
                   go to 4100-write-one-exit
               end-if
           end-perform
           if ws-rt-hits(i) = 0
               move "N" to ws-rt-state(i)
               add 1 to ws-nomatch-count
               display "RETMATCH: returned message " ws-rt-msgid(i)
                   " is not in the archive"
               go to 4100-write-one-exit
           end-if
      *every segment must decode before any is written
           move spaces to ws-fail-reason
           perform varying k from 1 by 1 until k > ws-rt-hits(i)
               perform 4200-decode-one thru 4200-decode-one-exit
               if ws-fail-reason not = spaces
                   move ws-rt-hits(i) to k
               end-if
           end-perform
           if ws-fail-reason not = spaces
               move "D" to ws-rt-state(i)
               add 1 to ws-nodecode-count
               display "RETMATCH: returned message " ws-rt-msgid(i)
                   " not decodable - " function trim(ws-fail-reason)
               go to 4100-write-one-exit
           end-if
           perform 4300-translate-reason
           move ws-rt-hits(i) to ws-segtot
           perform varying k from 1 by 1 until k > ws-rt-hits(i)
               perform 4200-decode-one thru 4200-decode-one-exit
               move spaces to reject-rec
               string "RETURN " delimited by size
                   ws-rt-code(i) delimited by space
                   " " delimited by size
                   ws-reason-text delimited by size
                   into rej-reason
               end-string
               move ar-dept to rej-env-dept
               move ws-dp-keyid to rej-env-keyid
               move ar-msgid to rej-env-msgid
               if ws-segtot > 1
                   move k to ws-segnum
                   move ws-segnum to rej-env-segnum
                   move ws-segtot to rej-env-segtot
               end-if
               move ws-clear to rej-env-body
               write reject-rec
               move spaces to ws-clear
               add 1 to ws-written-count
           end-perform
           move "W" to ws-rt-state(i)
           add 1 to ws-tx-hits(ws-rt-tx(i)).
       4100-write-one-exit.
           exit.

      *----------------------------------------------------------------
      *one archived record read back and decoded the way the inbound
      *run decodes - the department profile's key at the version the
      *record was stamped with, its layering key when the profile is
      *double-pass, the seal proved and the cipher version honoured
      *----------------------------------------------------------------
       4200-decode-one.
           move spaces to ws-clear
           move ws-rt-key(i, k) to ar-key
           read arch-file
               invalid key
                   move "ARCHIVE RECORD GONE" to ws-fail-reason
                   go to 4200-decode-one-exit
           end-read
           call "deptprof" using ar-dept, ws-dp-keyid, ws-dp-result,
               ws-dp-export, ws-dp-dblpass, ws-dp-keyid2,
               ws-dp-encoding, ws-dp-found
           if ws-dp-found not = "Y" or ws-dp-keyid = spaces
               move "NO DEPARTMENT PROFILE KEY" to ws-fail-reason
               go to 4200-decode-one-exit
           end-if
           move 0 to ws-keyver
           if ar-keyver is numeric
               move ar-keyver to ws-keyver
           end-if
           move spaces to ws-keyword
           call "keystore" using ws-dp-keyid, ws-keyword, ws-keyver
           if ws-keyword = spaces
               move "KEY VERSION NOT ON STORE" to ws-fail-reason
               go to 4200-decode-one-exit
           end-if
           move spaces to ws-keyword2
           if ws-dp-dblpass = "Y"
               call "keystore" using ws-dp-keyid2, ws-keyword2
               if ws-keyword2 = spaces
                   move "LAYER KEY NOT ON STORE" to ws-fail-reason
                   go to 4200-decode-one-exit
               end-if
           end-if
           move ar-cksum to ws-seal
           move "Y" to ws-seal-ok
           move "Y" to ws-cipver-ok
           call "decrypt" using ar-body, ws-clear, ws-keyword,
               omitted, omitted, ws-keyword2, ws-keep-spaces,
               ws-seal, ws-seal-ok, ar-dept, ar-msgid,
               ar-cipver, ws-cipver-ok
           move spaces to ws-keyword ws-keyword2
           if ws-cipver-ok = "N"
               move "CIPHER VERSION NOT SUPPORTED" to ws-fail-reason
               move spaces to ws-clear
               go to 4200-decode-one-exit
           end-if
           if ws-seal-ok = "N"
               move "SEAL MISMATCH - ALTERED" to ws-fail-reason
               move spaces to ws-clear
               go to 4200-decode-one-exit
           end-if.
       4200-decode-one-exit.
           exit.

       4300-translate-reason.
           move spaces to ws-reason-text
           perform varying j from 1 by 1 until j > ws-rs-count
               if ws-rs-code(j) = ws-rt-code(i)
                   move ws-rs-text(j) to ws-reason-text
                   move ws-rs-count to j
               end-if
           end-perform
           if ws-reason-text = spaces
               move "UNKNOWN REASON CODE" to ws-reason-text
               add 1 to ws-unknown-count
           end-if.

      *----------------------------------------------------------------
      *each transmission with a return worked is marked accepted with
      *returns - a return is the partner's acceptance of the rest of
      *the file, so an entry not yet acknowledged takes today as its
      *acknowledgment date too
      *----------------------------------------------------------------
       5000-mark-register.
           open i-o reg-file
           if ws-reg-status not = "00"
               display "RETMATCH: cannot open register "
                   function trim(ws-reg-filename)
                   " status " ws-reg-status
                   " - transmissions not marked"
               move 12 to return-code
               go to 5000-mark-register-exit
           end-if
           perform varying j from 1 by 1 until j > ws-tx-count
               if ws-tx-hits(j) > 0
                   move ws-tx-file(j) to xr-filename
                   read reg-file
                       invalid key
                           continue
                       not invalid key
                           if xr-ack-sw not = "Y"
                               and xr-ack-sw not = "R"
                               move ws-today to xr-ack-date
                           end-if
                           move "R" to xr-ack-sw
                           rewrite xmitreg-rec
                           add 1 to ws-marked-count
                   end-read
               end-if
           end-perform
           close reg-file.
       5000-mark-register-exit.
           exit.
       end program retmatch.
