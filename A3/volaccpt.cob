      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *volaccpt.cob is the operator's acceptance of a volume the
      *anomaly gate (volgate.cob) judged CRIT - once the department
      *confirms the night's traffic really is what it sent, the
      *operator named in A3-OPERATOR accepts the department named in
      *A3-VOLACCEPT-DEPT, and the gate line for tonight's business
      *date is signed with the operator and the moment of acceptance.
      *mergexmit.cob builds nothing while a CRIT line stands unsigned,
      *and the morning report prints every acceptance with who gave
      *it and when. Accepting a volume is releasing held traffic, so
      *the operator master must give the operator the HOLDS role;
      *each department is accepted by name, never all at once
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. volaccpt.
       environment division.
       input-output section.
       file-control.
           select gate-file assign to dynamic ws-gate-filename
               organization line sequential
               file status ws-gate-status.
           select work-file assign to dynamic ws-work-filename
               organization line sequential
               file status ws-work-status.

       data division.
       file section.
       fd gate-file.
      *the gate line volgate.cob writes, field for field
       01 gate-rec.
           05 vg-date      pic x(8).
           05 filler       pic x(1).
           05 vg-dept      pic x(8).
           05 filler       pic x(1).
           05 vg-verdict   pic x(6).
           05 filler       pic x(1).
           05 vg-count     pic 9(7).
           05 filler       pic x(1).
           05 vg-avg-count pic 9(7).
           05 filler       pic x(1).
           05 vg-bytes     pic 9(9).
           05 filler       pic x(1).
           05 vg-avg-bytes pic 9(9).
           05 filler       pic x(1).
           05 vg-acc-oper  pic x(8).
           05 filler       pic x(1).
           05 vg-acc-date  pic x(8).
           05 filler       pic x(1).
           05 vg-acc-time  pic x(6).
       fd work-file.
       01 work-rec pic x(85).

       working-storage section.
       01 ws-gate-filename pic x(100).
       01 ws-work-filename pic x(104).
       01 ws-gate-status   pic x(2).
       01 ws-work-status   pic x(2).
       01 ws-acc-dept  pic x(8).
       01 ws-operator  pic x(8).
       01 ws-busdate   pic x(8).
       01 ws-now-date  pic x(8).
       01 ws-now-time  pic x(8).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-accepted-count pic 9(3) comp value 0.
       01 ws-signed-count   pic 9(3) comp value 0.
       01 ws-count-disp     pic z(6)9.
      *the operator master must know the operator, show them
      *active and give them the HOLDS role
       01 ws-chk-role    pic x(10) value "HOLDS".
       01 ws-chk-program pic x(8) value "VOLACCPT".
       01 ws-chk-verdict pic x(1).
       01 ws-alert-job pic x(10) value "VOLACCPT".
       01 ws-alert-sev pic x(4) value "INFO".
       01 ws-alert-msg pic x(60).

       procedure division.
           accept ws-gate-filename from environment "A3-VOLGATE-FILE"
           accept ws-acc-dept from environment "A3-VOLACCEPT-DEPT"
           accept ws-operator from environment "A3-OPERATOR"
           if ws-gate-filename = spaces
               move "VOLGATE.TXT" to ws-gate-filename
           end-if
      *a test-region acceptance signs the TST. gate file
           call "region" using ws-gate-filename
           call "opcheck" using ws-operator, ws-chk-role,
               ws-chk-program, ws-chk-verdict
           if ws-chk-verdict not = "Y"
               move 12 to return-code
               goback
           end-if
           if ws-acc-dept = spaces
               display "VOLACCPT: name the department to accept in "
                   "A3-VOLACCEPT-DEPT"
               move 12 to return-code
               goback
           end-if
           call "busdate" using ws-busdate
           open input gate-file
           if ws-gate-status = "35"
               display "VOLACCPT: no gate file "
                   function trim(ws-gate-filename)
                   " - nothing to accept"
               move 8 to return-code
               goback
           end-if
           if ws-gate-status not = "00"
               display "VOLACCPT: cannot open gate file "
                   function trim(ws-gate-filename)
                   " status " ws-gate-status
               move 12 to return-code
               goback
           end-if
           move spaces to ws-work-filename
           string function trim(ws-gate-filename) delimited by size
               ".WRK" delimited by size
               into ws-work-filename
           end-string
           open output work-file
           if ws-work-status not = "00"
               display "VOLACCPT: cannot open work file "
                   function trim(ws-work-filename)
               close gate-file
               move 12 to return-code
               goback
           end-if
           accept ws-now-date from date yyyymmdd
           accept ws-now-time from time
      *tonight's unsigned CRIT line for the department is signed;
      *every other line goes across untouched
           move "N" to ws-eof-sw
           perform until ws-eof
               read gate-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if vg-date = ws-busdate
                           and vg-dept = ws-acc-dept
                           and vg-verdict = "CRIT"
                           if vg-acc-oper = spaces
                               move ws-operator to vg-acc-oper
                               move ws-now-date to vg-acc-date
                               move ws-now-time(1:6) to vg-acc-time
                               move vg-count to ws-count-disp
                               add 1 to ws-accepted-count
                           else
                               add 1 to ws-signed-count
                           end-if
                       end-if
                       write work-rec from gate-rec
               end-read
           end-perform
           close gate-file
           close work-file
           if ws-accepted-count = 0
               if ws-signed-count > 0
                   display "VOLACCPT: " function trim(ws-acc-dept)
                       " was already accepted for " ws-busdate
               else
                   display "VOLACCPT: no CRIT volume for "
                       function trim(ws-acc-dept) " on " ws-busdate
                       " - nothing to accept"
                   move 8 to return-code
               end-if
               goback
           end-if
      *the work copy becomes the gate file again
           open input work-file
           open output gate-file
           move "N" to ws-eof-sw
           perform until ws-eof
               read work-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       write gate-rec from work-rec
               end-read
           end-perform
           close work-file
           close gate-file
           display "VOLACCPT: " function trim(ws-acc-dept) " volume of "
               function trim(ws-count-disp) " record(s) for "
               ws-busdate " accepted by " ws-operator
           move spaces to ws-alert-msg
           string function trim(ws-acc-dept) delimited by size
               " CRIT volume accepted by " delimited by size
               function trim(ws-operator) delimited by size
               into ws-alert-msg
           end-string
           call "alertlog" using ws-alert-job, ws-alert-sev,
               ws-alert-msg
           goback.
       end program volaccpt.
