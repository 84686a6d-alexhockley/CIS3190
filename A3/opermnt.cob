      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *opermnt.cob is the maintenance utility for the indexed operator
      *master opcheck.cob reads (A3-OPERMAST-FILE, default
      *OPERMAST.DAT) - every maintenance utility now checks the
      *operator it is run by against this master, so the master
      *itself is kept only by operators holding the OPERATORS role.
      *An operator (A3-OPERATOR) names a function (A3-OPERMNT-FUNC)
      *and the operator id, name and role it applies to
      *(A3-OPERMNT-ID, A3-OPERMNT-NAME, A3-OPERMNT-ROLE):
      *    ADD      a new operator, active, with the role if one is
      *             named
      *    GRANT    one more role
      *    REVOKE   a role, or a grant still waiting on approval
      *    ACTIVATE / DEACT  the operator's active flag
      *    APPROVE / REFUSE  a pending BREAKGLASS grant
      *    LIST     every operator with roles and anything pending
      *Break-glass is under dual control: ADD or GRANT of BREAKGLASS
      *only records the grant as pending, and a second operator -
      *neither the one who asked nor the one it is for - must
      *APPROVE it before it takes effect. Nobody changes their own
      *roles or flag. Every change, accepted or refused, is
      *journalled (A3-OPERJOURNAL-FILE, default OPERJRNL.LOG), the
      *same line shape as the key journal. On a new installation,
      *with no master yet, the first ADD is taken from whoever runs
      *it and grants the OPERATORS role so there is someone to keep
      *the master - it is journalled as BOOTSTRAP
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  return from a LIST whose operator master will
      *                not open through the paragraph's exit, so
      *                nothing is journalled

       identification division.
       program-id. opermnt.
       environment division.
       input-output section.
       file-control.
           select oper-file assign to dynamic ws-oper-filename
               organization indexed
               access mode is dynamic
               record key is op-id
               file status ws-oper-status.
           select journal-file assign to dynamic ws-journal-filename
               organization line sequential
               file status ws-journal-status.

       data division.
       file section.
       fd oper-file.
      *one operator - opcheck.cob reads this master, and the layout
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
       fd journal-file.
       01 journal-rec pic x(80).

       working-storage section.
       01 ws-oper-filename    pic x(100).
       01 ws-journal-filename pic x(100).
       01 ws-oper-status      pic x(2).
       01 ws-journal-status   pic x(2).
       01 ws-function         pic x(8).
       01 ws-operator         pic x(8).
       01 ws-id-in            pic x(8).
       01 ws-name-in          pic x(30).
       01 ws-role-in          pic x(10).
       01 ws-outcome          pic x(20).
       01 ws-today            pic x(8).
       01 ws-verdict          pic x(1).
       01 ws-program          pic x(8) value "OPERMNT".
       01 ws-role-opers       pic x(10) value "OPERATORS".
       01 ws-bootstrap-sw pic x(1) value "N".
           88 ws-bootstrap value "Y".
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-role-ok pic x(1).
       01 ws-slot    pic 9(2) comp.
       01 i          pic 9(2) comp.
       01 ws-list-count pic 9(5) comp value 0.
       01 ws-list-disp  pic z(4)9.
      *the roles the utilities check for - anything else is a typing
      *mistake, never a new role
       01 ws-valid-roles.
           05 filler pic x(10) value "KEYMAKER".
           05 filler pic x(10) value "KEYCHECKER".
           05 filler pic x(10) value "BREAKGLASS".
           05 filler pic x(10) value "REJECTS".
           05 filler pic x(10) value "HOLDS".
           05 filler pic x(10) value "PROFILES".
           05 filler pic x(10) value "OPERATORS".
       01 ws-valid-tbl redefines ws-valid-roles.
           05 ws-valid-role pic x(10) occurs 7.
       01 ws-timestamp.
           05 ws-ts-date pic x(8).
           05 filler     pic x(1) value space.
           05 ws-ts-time pic x(8).
       01 ws-journal-line.
           05 ws-jl-ts       pic x(17).
           05 filler         pic x(1) value space.
           05 ws-jl-operator pic x(8).
           05 filler         pic x(1) value space.
           05 ws-jl-func     pic x(8).
           05 filler         pic x(1) value space.
           05 ws-jl-target.
               10 ws-jl-id   pic x(8).
               10 filler     pic x(1).
               10 ws-jl-role pic x(11).
           05 filler         pic x(1) value space.
           05 ws-jl-outcome  pic x(20).

       procedure division.
           accept ws-function from environment "A3-OPERMNT-FUNC"
           accept ws-id-in from environment "A3-OPERMNT-ID"
           accept ws-name-in from environment "A3-OPERMNT-NAME"
           accept ws-role-in from environment "A3-OPERMNT-ROLE"
           accept ws-operator from environment "A3-OPERATOR"
           accept ws-oper-filename from environment "A3-OPERMAST-FILE"
           accept ws-journal-filename
               from environment "A3-OPERJOURNAL-FILE"
           if ws-oper-filename = spaces
               move "OPERMAST.DAT" to ws-oper-filename
           end-if
           if ws-journal-filename = spaces
               move "OPERJRNL.LOG" to ws-journal-filename
           end-if
      *a test-region session keeps the TST. twin master and journal
           call "region" using ws-oper-filename
           call "region" using ws-journal-filename
           accept ws-today from date yyyymmdd
           move function upper-case(ws-role-in) to ws-role-in
           if ws-role-in not = spaces
               move "N" to ws-role-ok
               perform varying i from 1 by 1 until i > 7
                   if ws-valid-role(i) = ws-role-in
                       move "Y" to ws-role-ok
                   end-if
               end-perform
               if ws-role-ok = "N"
                   display "OPERMNT: " function trim(ws-role-in)
                       " is not a role (KEYMAKER, KEYCHECKER, "
                       "BREAKGLASS, REJECTS, HOLDS, PROFILES, "
                       "OPERATORS)"
                   move 12 to return-code
                   goback
               end-if
           end-if
      *a master that does not exist yet can only be started - by an
      *ADD, from whoever is building the installation
           open input oper-file
           if ws-oper-status = "35"
               if ws-function = "LIST"
                   display "OPERMNT: no operator master yet"
                   goback
               end-if
               if ws-function not = "ADD"
                   display "OPERMNT: there is no operator master yet "
                       "- ADD the first operator"
                   move 12 to return-code
                   goback
               end-if
               move "Y" to ws-bootstrap-sw
           else
               if ws-oper-status = "00"
                   close oper-file
               end-if
           end-if
           if ws-function = "LIST"
               perform 3000-list-operators
                   thru 3000-list-operators-exit
               goback
           end-if
           if ws-operator = spaces
               display "OPERMNT: the operator making the change must "
                   "identify themselves (A3-OPERATOR)"
               move 12 to return-code
               goback
           end-if
           if not ws-bootstrap
               call "opcheck" using ws-operator, ws-role-opers,
                   ws-program, ws-verdict
               if ws-verdict not = "Y"
                   move "REFUSED NO ROLE" to ws-outcome
                   perform 8000-write-journal
                   move 12 to return-code
                   goback
               end-if
           end-if
           if ws-id-in = spaces
               display "OPERMNT: " function trim(ws-function)
                   " needs an operator id (A3-OPERMNT-ID)"
               move 12 to return-code
               goback
           end-if
      *nobody maintains their own entry - a second operator always
      *stands behind a change to someone's roles or flag
           if ws-id-in = ws-operator and not ws-bootstrap
               display "OPERMNT: an operator cannot change their "
                   "own entry"
               move "REFUSED OWN ENTRY" to ws-outcome
               perform 8000-write-journal
               move 12 to return-code
               goback
           end-if
           perform 1000-open-update
           evaluate ws-function
               when "ADD"
                   perform 2000-add-operator
                       thru 2000-add-operator-exit
               when "GRANT"
                   perform 2100-grant-role thru 2100-grant-role-exit
               when "REVOKE"
                   perform 2200-revoke-role thru 2200-revoke-role-exit
               when "ACTIVATE"
               when "DEACT"
                   perform 2300-set-active thru 2300-set-active-exit
               when "APPROVE"
               when "REFUSE"
                   perform 2400-act-on-pending
                       thru 2400-act-on-pending-exit
               when other
                   display "OPERMNT: unknown function " ws-function
                       " (use ADD, GRANT, REVOKE, ACTIVATE, DEACT, "
                       "APPROVE, REFUSE or LIST)"
                   move "REFUSED BAD FUNCTION" to ws-outcome
                   move 12 to return-code
           end-evaluate
           close oper-file
           perform 8000-write-journal
           goback.

      *----------------------------------------------------------------
      *open the master for update, creating it on the bootstrap ADD
      *----------------------------------------------------------------
       1000-open-update.
           open i-o oper-file
           if ws-oper-status = "35"
               open output oper-file
               close oper-file
               open i-o oper-file
           end-if
           if ws-oper-status not = "00"
               display "OPERMNT: cannot open operator master "
                   function trim(ws-oper-filename)
                   " status " ws-oper-status
               move 12 to return-code
               goback
           end-if.

       2000-add-operator.
           if ws-name-in = spaces
               display "OPERMNT: ADD needs the operator's name "
                   "(A3-OPERMNT-NAME)"
               move "REFUSED NO NAME" to ws-outcome
               move 12 to return-code
               go to 2000-add-operator-exit
           end-if
           move spaces to oper-rec
           move ws-id-in to op-id
           move ws-name-in to op-name
           move "Y" to op-active
           move ws-today to op-changed
           move ws-operator to op-changed-by
           move "ADDED" to ws-outcome
           if ws-bootstrap
               move ws-role-opers to op-role(1)
               move "BOOTSTRAP" to ws-outcome
           end-if
      *break-glass never arrives with the entry - it waits for its
      *second operator like any other break-glass grant
           if ws-role-in = "BREAKGLASS"
               move ws-role-in to op-pend-role
               move ws-operator to op-pend-maker
               move ws-today to op-pend-date
               move "ADDED BG PENDING" to ws-outcome
           else
               if ws-role-in not = spaces
                   and ws-role-in not = op-role(1)
                   perform 7000-free-slot thru 7000-free-slot-exit
                   move ws-role-in to op-role(ws-slot)
               end-if
           end-if
           write oper-rec
               invalid key
                   display "OPERMNT: operator " function trim(ws-id-in)
                       " already on file"
                   move "REFUSED DUPLICATE" to ws-outcome
                   move 12 to return-code
                   go to 2000-add-operator-exit
           end-write
           display "OPERMNT: operator " function trim(ws-id-in)
               " added - " function trim(ws-outcome).
       2000-add-operator-exit.
           exit.

       2100-grant-role.
           if ws-role-in = spaces
               display "OPERMNT: GRANT needs a role (A3-OPERMNT-ROLE)"
               move "REFUSED NO ROLE NAMED" to ws-outcome
               move 12 to return-code
               go to 2100-grant-role-exit
           end-if
           perform 7100-read-target thru 7100-read-target-exit
           if ws-outcome not = spaces
               go to 2100-grant-role-exit
           end-if
           perform varying i from 1 by 1 until i > 8
               if op-role(i) = ws-role-in
                   move "ALREADY HELD" to ws-outcome
               end-if
           end-perform
           if ws-outcome not = spaces
               display "OPERMNT: " function trim(ws-id-in)
                   " already holds " function trim(ws-role-in)
               go to 2100-grant-role-exit
           end-if
           if ws-role-in = "BREAKGLASS"
               move ws-role-in to op-pend-role
               move ws-operator to op-pend-maker
               move ws-today to op-pend-date
               move "PENDING APPROVAL" to ws-outcome
               display "OPERMNT: BREAKGLASS for "
                   function trim(ws-id-in) " is pending - a second "
                   "operator must APPROVE it"
           else
               perform 7000-free-slot thru 7000-free-slot-exit
               if ws-slot = 0
                   display "OPERMNT: " function trim(ws-id-in)
                       " holds every role slot"
                   move "REFUSED NO SLOT" to ws-outcome
                   move 12 to return-code
                   go to 2100-grant-role-exit
               end-if
               move ws-role-in to op-role(ws-slot)
               move "GRANTED" to ws-outcome
               display "OPERMNT: " function trim(ws-role-in)
                   " granted to " function trim(ws-id-in)
           end-if
           perform 7200-rewrite-target thru 7200-rewrite-target-exit.
       2100-grant-role-exit.
           exit.

       2200-revoke-role.
           if ws-role-in = spaces
               display "OPERMNT: REVOKE needs a role "
                   "(A3-OPERMNT-ROLE)"
               move "REFUSED NO ROLE NAMED" to ws-outcome
               move 12 to return-code
               go to 2200-revoke-role-exit
           end-if
           perform 7100-read-target thru 7100-read-target-exit
           if ws-outcome not = spaces
               go to 2200-revoke-role-exit
           end-if
           move "NOT HELD" to ws-outcome
           perform varying i from 1 by 1 until i > 8
               if op-role(i) = ws-role-in
                   move spaces to op-role(i)
                   move "REVOKED" to ws-outcome
               end-if
           end-perform
           if op-pend-role = ws-role-in
               move spaces to op-pend-role op-pend-maker op-pend-date
               move "REVOKED" to ws-outcome
           end-if
           display "OPERMNT: " function trim(ws-role-in) " for "
               function trim(ws-id-in) " - " function trim(ws-outcome)
           if ws-outcome = "REVOKED"
               perform 7200-rewrite-target
                   thru 7200-rewrite-target-exit
           end-if.
       2200-revoke-role-exit.
           exit.

       2300-set-active.
           perform 7100-read-target thru 7100-read-target-exit
           if ws-outcome not = spaces
               go to 2300-set-active-exit
           end-if
           if ws-function = "ACTIVATE"
               move "Y" to op-active
               move "ACTIVATED" to ws-outcome
           else
               move "N" to op-active
               move "DEACTIVATED" to ws-outcome
           end-if
           display "OPERMNT: " function trim(ws-id-in) " "
               function trim(ws-outcome)
           perform 7200-rewrite-target thru 7200-rewrite-target-exit.
       2300-set-active-exit.
           exit.

      *----------------------------------------------------------------
      *the second half of a break-glass grant - the approver may be
      *neither the operator who asked for it nor the one it is for
      *----------------------------------------------------------------
       2400-act-on-pending.
           perform 7100-read-target thru 7100-read-target-exit
           if ws-outcome not = spaces
               go to 2400-act-on-pending-exit
           end-if
           if op-pend-role = spaces
               display "OPERMNT: nothing pending for "
                   function trim(ws-id-in)
               move "REFUSED NONE PENDING" to ws-outcome
               move 12 to return-code
               go to 2400-act-on-pending-exit
           end-if
           move op-pend-role to ws-role-in
           if ws-function = "REFUSE"
               move spaces to op-pend-role op-pend-maker op-pend-date
               move "GRANT REFUSED" to ws-outcome
               display "OPERMNT: pending " function trim(ws-role-in)
                   " for " function trim(ws-id-in) " refused"
               perform 7200-rewrite-target
                   thru 7200-rewrite-target-exit
               go to 2400-act-on-pending-exit
           end-if
           if op-pend-maker = ws-operator
               display "OPERMNT: " function trim(ws-operator)
                   " asked for this grant - a different operator "
                   "must approve it"
               move "REFUSED SAME MAKER" to ws-outcome
               move 12 to return-code
               go to 2400-act-on-pending-exit
           end-if
           perform 7000-free-slot thru 7000-free-slot-exit
           if ws-slot = 0
               display "OPERMNT: " function trim(ws-id-in)
                   " holds every role slot"
               move "REFUSED NO SLOT" to ws-outcome
               move 12 to return-code
               go to 2400-act-on-pending-exit
           end-if
           move op-pend-role to op-role(ws-slot)
           move spaces to op-pend-role op-pend-maker op-pend-date
           move "APPROVED" to ws-outcome
           display "OPERMNT: " function trim(ws-role-in)
               " granted to " function trim(ws-id-in)
           perform 7200-rewrite-target thru 7200-rewrite-target-exit.
       2400-act-on-pending-exit.
           exit.

      *----------------------------------------------------------------
      *walk the master in id order - roles, flag and anything waiting
      *on a second operator
      *----------------------------------------------------------------
       3000-list-operators.
           open input oper-file
           if ws-oper-status not = "00"
               display "OPERMNT: cannot open operator master (status "
                   ws-oper-status ")"
               move 12 to return-code
               go to 3000-list-operators-exit
           end-if
           move low-values to op-id
           start oper-file key not < op-id
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read oper-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to ws-list-count
                       display "OPERMNT: " op-id " " op-name
                           " active " op-active
                       perform varying i from 1 by 1 until i > 8
                           if op-role(i) not = spaces
                               display "OPERMNT:     role " op-role(i)
                           end-if
                       end-perform
                       if op-pend-role not = spaces
                           display "OPERMNT:     pending "
                               op-pend-role " asked by "
                               op-pend-maker " on " op-pend-date
                       end-if
               end-read
           end-perform
           close oper-file
           move ws-list-count to ws-list-disp
           display "OPERMNT: " function trim(ws-list-disp)
               " operator(s) on file".
       3000-list-operators-exit.
           exit.

       7000-free-slot.
           move 0 to ws-slot
           perform varying i from 8 by -1 until i < 1
               if op-role(i) = spaces
                   move i to ws-slot
               end-if
           end-perform.
       7000-free-slot-exit.
           exit.

       7100-read-target.
           move spaces to ws-outcome
           move ws-id-in to op-id
           read oper-file
               invalid key
                   display "OPERMNT: operator " function trim(ws-id-in)
                       " not on file"
                   move "REFUSED NOT FOUND" to ws-outcome
                   move 12 to return-code
           end-read.
       7100-read-target-exit.
           exit.

       7200-rewrite-target.
           move ws-today to op-changed
           move ws-operator to op-changed-by
           rewrite oper-rec
               invalid key
                   display "OPERMNT: rewrite of "
                       function trim(ws-id-in) " failed, status "
                       ws-oper-status
                   move "REFUSED REWRITE" to ws-outcome
                   move 12 to return-code
           end-rewrite.
       7200-rewrite-target-exit.
           exit.

      *----------------------------------------------------------------
      *every change - made, pending or refused - leaves a journal line
      *of who asked for what against which operator and role
      *----------------------------------------------------------------
       8000-write-journal.
           accept ws-ts-date from date yyyymmdd
           accept ws-ts-time from time
           move ws-timestamp to ws-jl-ts
           move ws-operator to ws-jl-operator
           move ws-function to ws-jl-func
           move spaces to ws-jl-target
           move ws-id-in to ws-jl-id
           move ws-role-in to ws-jl-role
           move ws-outcome to ws-jl-outcome
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status = "00"
               write journal-rec from ws-journal-line
               close journal-file
           else
               display "OPERMNT: journal unavailable, status "
                   ws-journal-status
           end-if.
       end program opermnt.
