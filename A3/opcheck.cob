      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *opcheck.cob is the shared operator check every maintenance
      *utility makes before it does anything - until now keyadmin,
      *keyappr, breakgls, rejwb, holdrel and profadm all took the
      *name in A3-OPERATOR on trust, so anyone could type any name
      *and anyone could run break-glass. The caller names the
      *operator, the role the work needs (KEYMAKER, KEYCHECKER,
      *BREAKGLASS, REJECTS, HOLDS, PROFILES or OPERATORS) and itself;
      *the operator master (A3-OPERMAST-FILE, default OPERMAST.DAT,
      *kept by opermnt.cob) must know the operator, show them active
      *and give them the role, or the answer is N. Every refusal is
      *displayed with its reason and written to the audit trail - a
      *REFUSED line naming the utility in the department column and
      *the operator and role in the two key-id columns - so a
      *refused attempt is on the evidence record, not just the job
      *log. A master that cannot be read refuses everyone: the check
      *fails closed
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. opcheck.
       environment division.
       input-output section.
       file-control.
           select oper-file assign to dynamic ws-oper-filename
               organization indexed
               access mode is random
               record key is op-id
               file status ws-oper-status.

       data division.
       file section.
       fd oper-file.
      *one operator - opermnt.cob keeps this master, and the layout
      *is shared with it field for field
       01 oper-rec.
           05 op-id         pic x(8).
           05 op-name       pic x(30).
           05 op-active     pic x(1).
               88 op-is-active value "Y".
           05 op-roles.
               10 op-role   pic x(10) occurs 8.
           05 op-pend-role  pic x(10).
           05 op-pend-maker pic x(8).
           05 op-pend-date  pic x(8).
           05 op-changed    pic x(8).
           05 op-changed-by pic x(8).

       working-storage section.
       01 ws-oper-filename pic x(100).
       01 ws-oper-status   pic x(2).
       01 ws-reason        pic x(30).
       01 i                pic 9(2) comp.
      *a refusal's audit line carries no cipher statistics - these
      *ride as zeros, one field per audit argument
       01 ws-zero-len    pic 9(5) value 0.
       01 ws-zero-total  pic 9(5) value 0.
       01 ws-zero-spaces pic 9(5) value 0.
       01 ws-zero-nonalp pic 9(5) value 0.
       01 ws-zero-upper  pic 9(5) value 0.
       01 ws-zero-lower  pic 9(5) value 0.
       01 ws-flag-n      pic x(1) value "N".
       01 ws-op-code     pic x(7) value "REFUSED".
       01 ws-aud-program pic x(8).
       01 ws-aud-msgid   pic x(14) value spaces.
       01 ws-aud-oper    pic x(20).
       01 ws-aud-role    pic x(20).

       linkage section.
       77 lnk-operator pic x(8).
       77 lnk-role     pic x(10).
       77 lnk-program  pic x(8).
       77 lnk-verdict  pic x(1).

       procedure division using lnk-operator, lnk-role, lnk-program,
               lnk-verdict.
           move "N" to lnk-verdict
           move spaces to ws-reason
           accept ws-oper-filename from environment "A3-OPERMAST-FILE"
           if ws-oper-filename = spaces
               move "OPERMAST.DAT" to ws-oper-filename
           end-if
      *a test-region session is checked against the TST. twin master
           call "region" using ws-oper-filename
           if lnk-operator = spaces
               move "NO OPERATOR NAMED" to ws-reason
               go to 0900-refuse
           end-if
           open input oper-file
           if ws-oper-status not = "00"
               move "OPERATOR MASTER UNAVAILABLE" to ws-reason
               go to 0900-refuse
           end-if
           move lnk-operator to op-id
           read oper-file
               invalid key
                   move "UNKNOWN OPERATOR" to ws-reason
           end-read
           close oper-file
           if ws-reason not = spaces
               go to 0900-refuse
           end-if
           if not op-is-active
               move "OPERATOR INACTIVE" to ws-reason
               go to 0900-refuse
           end-if
           perform varying i from 1 by 1 until i > 8
               if op-role(i) = lnk-role
                   move "Y" to lnk-verdict
                   move 9 to i
               end-if
           end-perform
           if lnk-verdict = "Y"
               goback
           end-if
           move "ROLE NOT HELD" to ws-reason.
       0900-refuse.
           move "N" to lnk-verdict
           display function trim(lnk-program) ": operator "
               function trim(lnk-operator) " refused for "
               function trim(lnk-role) " - "
               function trim(ws-reason)
           move lnk-program to ws-aud-program
           move lnk-operator to ws-aud-oper
           move lnk-role to ws-aud-role
           call "auditlog" using ws-op-code, ws-zero-len, ws-flag-n,
               ws-zero-total, ws-zero-spaces, ws-zero-nonalp,
               ws-zero-upper, ws-zero-lower,
               omitted, omitted, omitted, ws-aud-program,
               ws-aud-msgid, ws-aud-oper, ws-aud-role
           goback.
       end program opcheck.
