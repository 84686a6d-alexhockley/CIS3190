      *2026-09-02  AH  stamp the consolidated file's header with the
      *                business date from the shared service, not
      *                the wall clock
      *2026-10-15  AH  widen the result-line buffer for the
      *                correlation id the result record now carries
      *2026-10-15  AH  hold the merge while the volume anomaly gate
      *                shows a department judged CRIT that no operator
      *                has yet accepted
      *2026-10-15  AH  hold the merge with return code 12 when the
      *                volume gate file is there but cannot be read;
      *                only a missing gate file skips the gate

       identification division.
       program-id. mergexmit.
           select xmit-file assign to dynamic ws-xmit-filename
               organization line sequential
               file status ws-xmit-status.
           select gate-file assign to dynamic ws-gate-filename
               organization line sequential
               file status ws-gate-status.

       data division.
       file section.
           05 filler      pic x(1).
           05 lr-filename pic x(50).
       fd part-file.
       01 part-rec pic x(5077).
       fd xmit-file.
       01 xmit-rec pic x(5077).
      *the anomaly gate's verdict lines volgate.cob cut for the night
       fd gate-file.
       01 gate-rec.
           05 vg-date      pic x(8).
           05 filler       pic x(1).
           05 vg-dept      pic x(8).
           05 filler       pic x(1).
           05 vg-verdict   pic x(6).
           05 filler       pic x(37).
           05 vg-acc-oper  pic x(8).
           05 filler       pic x(16).

       working-storage section.
       01 ws-list-filename pic x(100).
       01 ws-list-status   pic x(2).
       01 ws-part-status   pic x(2).
       01 ws-xmit-status   pic x(2).
       01 ws-gate-filename pic x(100).
       01 ws-gate-status   pic x(2).
       01 ws-gate-held     pic 9(3) comp value 0.
       01 ws-gate-unread-sw pic x(1) value "N".
           88 ws-gate-unread value "Y".
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-part-eof-sw pic x(1).
           if ws-xmit-filename = spaces
               move "XMIT.DAT" to ws-xmit-filename
           end-if
           call "busdate" using ws-run-date
      *a department whose volume the anomaly gate judged CRIT holds
      *the whole merge until an operator has accepted it
           perform 1000-check-volume-gate
               thru 1000-check-volume-gate-exit
           if ws-gate-unread
               display "MERGEXMIT: the merge is held until the volume "
                   "gate can be read"
               move 12 to return-code
               goback
           end-if
           if ws-gate-held > 0
               display "MERGEXMIT: " ws-gate-held " department(s) "
                   "with an unaccepted CRIT volume - the merge is "
                   "held until volaccpt accepts them"
               move 12 to return-code
               goback
           end-if
           open input merge-list
           if ws-list-status not = "00"
               display "MERGEXMIT: cannot open control list "
               move 12 to return-code
               goback
           end-if
           move ws-run-date to ws-hdr-date
           move ws-list-filename to ws-hdr-source
           write xmit-rec from ws-header-line
           end-if
           goback.

      *----------------------------------------------------------------
      *the volume gate - tonight's CRIT lines must all be signed by
      *an operator; no gate file yet tonight means no gate is run
      *here, but a gate file that is there and cannot be read holds
      *the merge as surely as an unaccepted CRIT would
      *----------------------------------------------------------------
       1000-check-volume-gate.
           accept ws-gate-filename from environment "A3-VOLGATE-FILE"
           if ws-gate-filename = spaces
               move "VOLGATE.TXT" to ws-gate-filename
           end-if
           call "region" using ws-gate-filename
           open input gate-file
           if ws-gate-status = "35"
               go to 1000-check-volume-gate-exit
           end-if
           if ws-gate-status not = "00"
               display "MERGEXMIT: cannot read volume gate "
                   function trim(ws-gate-filename)
                   " status " ws-gate-status
               move "Y" to ws-gate-unread-sw
               go to 1000-check-volume-gate-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read gate-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if vg-date = ws-run-date
                           and vg-verdict = "CRIT"
                           and vg-acc-oper = spaces
                           add 1 to ws-gate-held
                           display "MERGEXMIT: " vg-dept
                               " volume CRIT and not accepted"
                       end-if
               end-read
           end-perform
           close gate-file.
       1000-check-volume-gate-exit.
           exit.

      *----------------------------------------------------------------
      *copy one department's data records into the consolidated file -
      *the input's own header and trailer are dropped (the output gets
