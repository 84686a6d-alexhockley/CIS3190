      *                was stamping the following day and naming a
      *                partner cut that does not exist, the same
      *                per-run override the morning report has
      *2026-10-15  AH  show partner returns beside our own rejects -
      *                the returns reject file retmatch.cob writes
      *                (A3-STMT-RETURNS) is counted and listed per
      *                department with the partner's reason
      *2026-10-15  AH  widen the result-line buffer for the
      *                correlation id the result record now carries
      *2026-10-15  AH  widen the partner-master record for the
      *                certification date certify.cob records on a
      *                partner's lines

       identification division.
       program-id. deptstmt.
           select reject-file assign to dynamic ws-reject-filename
               organization line sequential
               file status ws-reject-status.
           select ret-file assign to dynamic ws-ret-filename
               organization line sequential
               file status ws-ret-status.
           select dup-file assign to dynamic ws-dup-filename
               organization line sequential
               file status ws-dup-status.
       data division.
       file section.
       fd res-file.
       01 res-rec pic x(5077).
       fd reject-file.
       01 reject-rec.
           03 rej-reason pic x(40).
           copy ENVREC replacing ==:LEVEL:== by ==03==
                                ==:ENV-FIELD:== by ==rej-env==.
       fd ret-file.
      *the partner returns, in the reject file's own shape
       01 ret-rec.
           03 ret-reason pic x(40).
           copy ENVREC replacing ==:LEVEL:== by ==03==
                                ==:ENV-FIELD:== by ==ret-env==.
       fd dup-file.
      *the duplicate report line the batch run writes
       01 dup-rec.
           05 pm-encoding pic x(8).
           05 filler      pic x(1).
           05 pm-prefix   pic x(30).
      *the date the partner last passed its certification run
           05 filler      pic x(1).
           05 pm-certdate pic x(8).
       fd stmt-file.
       01 stmt-rec pic x(100).

       01 ws-res-filename    pic x(100).
       01 ws-reject-filename pic x(100).
       01 ws-dup-filename    pic x(100).
       01 ws-ret-filename    pic x(100).
       01 ws-pmast-filename  pic x(100).
       01 ws-stmt-filename   pic x(110).
       01 ws-xmit-filename   pic x(100).
       01 ws-res-status    pic x(2).
       01 ws-reject-status pic x(2).
       01 ws-dup-status    pic x(2).
       01 ws-ret-status    pic x(2).
       01 ws-pmast-status  pic x(2).
       01 ws-stmt-status   pic x(2).
       01 ws-eof-sw pic x(1).
               10 ws-dt-ciph  pic 9(7) comp.
               10 ws-dt-rej   pic 9(7) comp.
               10 ws-dt-dups  pic 9(7) comp.
               10 ws-dt-ret   pic 9(7) comp.
               10 ws-dt-xfile pic x(50).
       01 i          pic 9(3) comp.
       01 j          pic 9(3) comp.
           accept ws-reject-filename
               from environment "A3-STMT-REJECTS"
           accept ws-dup-filename from environment "A3-STMT-DUPS"
           accept ws-ret-filename from environment "A3-STMT-RETURNS"
           accept ws-pmast-filename
               from environment "A3-PARTMAST-FILE"
           accept ws-xmit-filename from environment "A3-XMIT-FILE"
               thru 3000-tally-rejects-exit
           perform 4000-tally-duplicates
               thru 4000-tally-duplicates-exit
           perform 4500-tally-returns
               thru 4500-tally-returns-exit
           perform 5000-resolve-transmissions
               thru 5000-resolve-transmissions-exit
           perform varying i from 1 by 1 until i > ws-dept-count
               move 0 to ws-dt-ciph(ws-row-ix)
               move 0 to ws-dt-rej(ws-row-ix)
               move 0 to ws-dt-dups(ws-row-ix)
               move 0 to ws-dt-ret(ws-row-ix)
               move spaces to ws-dt-xfile(ws-row-ix)
           end-if.

       4000-tally-duplicates-exit.
           exit.

      *----------------------------------------------------------------
      *the partner's returns - records that went out, were refused
      *at the far end and are waiting on the returns reject file for
      *the department to fix; they were ciphered, so they are counted
      *apart from the records received
      *----------------------------------------------------------------
       4500-tally-returns.
           if ws-ret-filename = spaces
               go to 4500-tally-returns-exit
           end-if
           open input ret-file
           if ws-ret-status not = "00"
               go to 4500-tally-returns-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read ret-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       move ret-env-dept to ws-work-dept
                       perform 1000-find-dept-row
                       if ws-row-ix > 0
                           add 1 to ws-dt-ret(ws-row-ix)
                       end-if
               end-read
           end-perform
           close ret-file.
       4500-tally-returns-exit.
           exit.

      *----------------------------------------------------------------
      *which transmission file each department's traffic left in -
      *the partner master names the cut (prefix plus the business
           move ws-dt-dups(i) to ws-count-disp
           move ws-count-disp to ws-sl-value
           write stmt-rec from ws-stmt-line
           move "PARTNER RETURNS" to ws-sl-label
           move ws-dt-ret(i) to ws-count-disp
           move ws-count-disp to ws-sl-value
           write stmt-rec from ws-stmt-line
           move "TRANSMITTED IN" to ws-sl-label
           move ws-dt-xfile(i) to ws-sl-value
           write stmt-rec from ws-stmt-line
               perform 6500-list-dept-rejects
                   thru 6500-list-dept-rejects-exit
           end-if
           if ws-dt-ret(i) > 0
               perform 6600-list-dept-returns
                   thru 6600-list-dept-returns-exit
           end-if
           close stmt-file.
       6000-write-statement-exit.
           exit.
           close reject-file.
       6500-list-dept-rejects-exit.
           exit.

       6600-list-dept-returns.
           move spaces to stmt-rec
           write stmt-rec
           move "PARTNER RETURNED RECORDS" to stmt-rec
           write stmt-rec
           open input ret-file
           if ws-ret-status not = "00"
               go to 6600-list-dept-returns-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read ret-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if ret-env-dept = ws-dt-dept(i)
                           move spaces to stmt-rec
                           string "  " delimited by size
                               ret-env-msgid delimited by size
                               " " delimited by size
                               function trim(ret-reason)
                                   delimited by size
                               into stmt-rec
                           end-string
                           write stmt-rec
                       end-if
               end-read
           end-perform
           close ret-file.
       6600-list-dept-returns-exit.
           exit.
       end program deptstmt.
