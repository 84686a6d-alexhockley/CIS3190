      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *opcons.cob is the operator console - one full-screen program
      *for the shift's day-to-day utilities, instead of setting half
      *a dozen A3-* variables by hand before each of them and finding
      *out from the damage that one was mistyped. A main menu leads
      *to an entry screen per function: the open alerts, the held
      *departments (hold and release), the reject workbench (LIST and
      *RELEASE), the message trace by id, and the morning status for
      *the night. Every field is checked on the screen first - a
      *department must have a profile before it can be held, and
      *must actually be held before it can be released; a reject
      *record number must be on the file; a replacement key-id must
      *be one the key store issues - and anything that changes the
      *stream wants a Y in the confirm field. Only then does the
      *console set the utility's variables itself and call it, and
      *the outcome comes back on the same screen: the utility's
      *return code on the message line and the listing it works
      *from in the panel below the fields. Listings (the alert file,
      *the reject file, the hold list) are read straight from the
      *files the utilities work; the trace and the morning status
      *come back through the report each one writes. The file
      *locations every utility resolves for itself (requeue file,
      *journals, run log, merge list) are site settings and pass
      *through from the shift's environment untouched
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  a hold placed from the console is checked
      *                against the operator master for the HOLDS role,
      *                the same check holdrel.cob makes on a release

       identification division.
       program-id. opcons.
       environment division.
       input-output section.
       file-control.
           select list-file assign to dynamic ws-list-filename
               organization line sequential
               file status ws-list-status.
           select hold-file assign to dynamic ws-hold-filename
               organization line sequential
               file status ws-hold-status.
           select held-file assign to dynamic ws-held-filename
               organization line sequential
               file status ws-held-status.
           select reject-file assign to dynamic ws-reject-filename
               organization line sequential
               file status ws-reject-status.
           select journal-file assign to dynamic ws-journal-filename
               organization line sequential
               file status ws-journal-status.

       data division.
       file section.
       fd list-file.
       01 list-rec pic x(100).
       fd hold-file.
      *the operator hold list the batch run reads - one department
      *name per line
       01 hold-rec pic x(8).
       fd held-file.
           copy ENVREC replacing ==:LEVEL:== by ==01==
                                ==:ENV-FIELD:== by ==held-env==.
       fd reject-file.
       01 reject-rec.
           03 rej-reason pic x(40).
           copy ENVREC replacing ==:LEVEL:== by ==03==
                                ==:ENV-FIELD:== by ==rej-env==.
       fd journal-file.
       01 journal-rec pic x(80).

       working-storage section.
       01 ws-list-filename    pic x(100).
       01 ws-hold-filename    pic x(100).
       01 ws-held-filename    pic x(100).
       01 ws-reject-filename  pic x(100).
       01 ws-journal-filename pic x(100).
       01 ws-alert-filename   pic x(100).
       01 ws-trace-filename   pic x(100).
       01 ws-list-status    pic x(2).
       01 ws-hold-status    pic x(2).
       01 ws-held-status    pic x(2).
       01 ws-reject-status  pic x(2).
       01 ws-journal-status pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-quit-sw pic x(1) value "N".
           88 ws-quit value "Y".
       01 ws-back-sw pic x(1).
           88 ws-back value "Y".
       01 ws-valid-sw pic x(1).
           88 ws-valid value "Y".
       01 ws-lower pic x(26) value "abcdefghijklmnopqrstuvwxyz".
       01 ws-upper pic x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ws-today      pic x(8).
       01 ws-operator   pic x(8).
       01 ws-choice     pic x(1).
       01 ws-command    pic x(1).
       01 ws-confirm    pic x(1).
       01 ws-message    pic x(78).
       01 ws-title      pic x(40).
       01 ws-call-rc    pic s9(4) comp.
       01 ws-rc-disp    pic z9.
       01 ws-num-disp   pic z(6)9.
       01 ws-num-disp2  pic z(6)9.
      *the result panel under every entry screen's fields
       01 ws-pn-max   pic 9(2) comp value 12.
       01 ws-pn-count pic 9(2) comp.
       01 ws-panel.
           05 ws-pn-line pic x(78) occurs 12.
       01 ws-list-total pic 9(7) comp.
       01 ws-list-from  pic 9(7) comp.
       01 ws-list-found-sw pic x(1).
           88 ws-list-found value "Y".
      *the open alerts screen
       01 ws-al-file  pic x(60).
       01 ws-al-ack   pic x(1).
       01 ws-al-from  pic 9(5).
      *the held departments screen - the hold list and the held
      *records by department, side by side
       01 ws-hd-action pic x(1).
       01 ws-hd-dept   pic x(8).
       01 ws-hd-count  pic 9(3) comp.
       01 ws-hd-max    pic 9(3) comp value 100.
       01 ws-hd-table.
           05 ws-hd-row occurs 100.
               10 ws-hd-row-dept pic x(8).
               10 ws-hd-listed   pic x(1).
               10 ws-hd-records  pic 9(7) comp.
       01 ws-hd-dept-key pic x(8).
       01 ws-hd-ix    pic 9(3) comp.
       01 ws-hd-find  pic 9(3) comp.
       01 ws-hd-before pic 9(7) comp.
       01 ws-hl-count pic 9(3) comp.
       01 ws-hl-max   pic 9(3) comp value 200.
       01 ws-hl-table.
           05 ws-hl-dept pic x(8) occurs 200.
       01 ws-hl-ix    pic 9(3) comp.
       01 ws-hd-line.
           05 ws-hdl-dept   pic x(8).
           05 filler        pic x(2) value spaces.
           05 ws-hdl-listed pic x(18).
           05 ws-hdl-count  pic z(6)9.
           05 filler        pic x(18) value " RECORD(S) HELD".
       01 ws-timestamp.
           05 ws-ts-date pic x(8).
           05 filler     pic x(1) value space.
           05 ws-ts-time pic x(8).
      *the hold journal line holdrel.cob writes for a release - a
      *hold placed here is journalled beside it in the same shape
       01 ws-journal-line.
           05 ws-jl-ts       pic x(17).
           05 filler         pic x(1) value space.
           05 ws-jl-operator pic x(8).
           05 filler         pic x(1) value space.
           05 ws-jl-action   pic x(8).
           05 filler         pic x(1) value space.
           05 ws-jl-dept     pic x(8).
           05 filler         pic x(1) value space.
           05 ws-jl-count    pic 9(7).
      *a hold placed from the console is held to the same operator
      *check holdrel.cob makes for a release
       01 ws-chk-role    pic x(10) value "HOLDS".
       01 ws-chk-program pic x(8) value "OPCONS".
       01 ws-chk-verdict pic x(1).
      *the department profile answer, used only as an existence check
       01 ws-dp-keyid    pic x(20).
       01 ws-dp-result   pic x(50).
       01 ws-dp-export   pic x(6).
       01 ws-dp-dblpass  pic x(1).
       01 ws-dp-keyid2   pic x(20).
       01 ws-dp-encoding pic x(8).
       01 ws-dp-found    pic x(1).
       01 ws-ks-keyword  pic x(30).
      *the reject workbench screen
       01 ws-rj-file     pic x(60).
       01 ws-rj-func     pic x(1).
       01 ws-rj-from     pic 9(7).
       01 ws-rj-recno    pic 9(7).
       01 ws-rj-keyid    pic x(20).
       01 ws-rj-dept     pic x(8).
       01 ws-rj-category pic x(4).
       01 ws-rj-recno-text pic x(7).
       01 ws-rj-line1.
           05 filler       pic x(1) value "#".
           05 ws-rj1-recno pic 9(7).
           05 filler       pic x(1) value space.
           05 ws-rj1-reason pic x(40).
       01 ws-rj-line2.
           05 filler        pic x(9) value "    DEPT ".
           05 ws-rj2-dept   pic x(8).
           05 filler        pic x(8) value " KEY-ID ".
           05 ws-rj2-keyid  pic x(20).
           05 filler        pic x(5) value " CAT ".
           05 ws-rj2-cat    pic x(4).
           05 filler        pic x(7) value " MSGID ".
           05 ws-rj2-msgid  pic x(14).
      *the message trace screen
       01 ws-tr-msgid  pic x(14).
       01 ws-tr-queue  pic x(60).
       01 ws-tr-result pic x(60).
       01 ws-tr-xmit   pic x(60).
       01 ws-tr-reject pic x(60).
      *the morning status screen
       01 ws-mr-date   pic x(8).
       01 ws-mr-report pic x(60).
       01 ws-mr-from   pic 9(5).
       01 ws-mr-month  pic 9(2).
       01 ws-mr-day    pic 9(2).

       screen section.
       01 clear-screen blank screen.
       01 menu-screen.
           05 line 1 col 2 value "A3 OPERATOR CONSOLE".
           05 line 1 col 62 value "BUSINESS DATE".
           05 line 1 col 76 pic x(8) from ws-today.
           05 line 4 col 10 value "1  OPEN ALERTS".
           05 line 5 col 10
               value "2  HELD DEPARTMENTS - HOLD / RELEASE".
           05 line 6 col 10
               value "3  REJECT WORKBENCH - LIST / RELEASE".
           05 line 7 col 10 value "4  MESSAGE TRACE BY ID".
           05 line 8 col 10 value "5  MORNING STATUS FOR THE NIGHT".
           05 line 9 col 10 value "X  EXIT".
           05 line 12 col 10 value "OPERATOR ID ===>".
           05 line 12 col 27 pic x(8) using ws-operator.
           05 line 14 col 10 value "SELECTION   ===>".
           05 line 14 col 27 pic x(1) using ws-choice.
           05 line 23 col 2 pic x(78) from ws-message.
      *the heading, panel and message line every entry screen shares
       01 frame-screen.
           05 line 1 col 2 value "A3 OPERATOR CONSOLE".
           05 line 1 col 23 pic x(40) from ws-title.
           05 line 1 col 64 value "OPERATOR".
           05 line 1 col 73 pic x(8) from ws-operator.
           05 line 9 col 2 value "----------------------------------".
           05 line 9 col 36 value "----------------------------------".
           05 line 9 col 70 value "---------".
           05 line 10 col 2 pic x(78) from ws-pn-line(1).
           05 line 11 col 2 pic x(78) from ws-pn-line(2).
           05 line 12 col 2 pic x(78) from ws-pn-line(3).
           05 line 13 col 2 pic x(78) from ws-pn-line(4).
           05 line 14 col 2 pic x(78) from ws-pn-line(5).
           05 line 15 col 2 pic x(78) from ws-pn-line(6).
           05 line 16 col 2 pic x(78) from ws-pn-line(7).
           05 line 17 col 2 pic x(78) from ws-pn-line(8).
           05 line 18 col 2 pic x(78) from ws-pn-line(9).
           05 line 19 col 2 pic x(78) from ws-pn-line(10).
           05 line 20 col 2 pic x(78) from ws-pn-line(11).
           05 line 21 col 2 pic x(78) from ws-pn-line(12).
           05 line 23 col 2 pic x(78) from ws-message.
           05 line 24 col 2 value "COMMAND ===>".
           05 line 24 col 20 value "R = RUN   M = MENU".
       01 alert-screen.
           05 line 3 col 2 value "ALERT FILE ......".
           05 line 3 col 20 pic x(60) using ws-al-file.
           05 line 4 col 2 value "ACKNOWLEDGE (Y/N)".
           05 line 4 col 20 pic x(1) using ws-al-ack.
           05 line 4 col 24 value "- Y CLEARS THE FILE AFTER LISTING".
           05 line 5 col 2 value "LIST FROM LINE ..".
           05 line 5 col 20 pic 9(5) using ws-al-from.
           05 line 24 col 15 pic x(1) using ws-command.
       01 hold-screen.
           05 line 3 col 2 value "ACTION (H/R) ....".
           05 line 3 col 20 pic x(1) using ws-hd-action.
           05 line 3 col 24 value "H = HOLD   R = RELEASE HELD RECORDS".
           05 line 4 col 2 value "DEPARTMENT ......".
           05 line 4 col 20 pic x(8) using ws-hd-dept.
           05 line 6 col 2 value "CONFIRM (Y) .....".
           05 line 6 col 20 pic x(1) using ws-confirm.
           05 line 24 col 15 pic x(1) using ws-command.
       01 reject-screen.
           05 line 3 col 2 value "REJECT FILE .....".
           05 line 3 col 20 pic x(60) using ws-rj-file.
           05 line 4 col 2 value "FUNCTION (L/R) ..".
           05 line 4 col 20 pic x(1) using ws-rj-func.
           05 line 4 col 24 value "L = LIST   R = RELEASE".
           05 line 4 col 50 value "LIST FROM RECORD".
           05 line 4 col 67 pic 9(7) using ws-rj-from.
           05 line 5 col 2 value "RECORD NUMBER ...".
           05 line 5 col 20 pic 9(7) using ws-rj-recno.
           05 line 5 col 30 value "NEW DEPARTMENT".
           05 line 5 col 45 pic x(8) using ws-rj-dept.
           05 line 5 col 55 value "NEW CATEGORY".
           05 line 5 col 68 pic x(4) using ws-rj-category.
           05 line 6 col 2 value "NEW KEY-ID ......".
           05 line 6 col 20 pic x(20) using ws-rj-keyid.
           05 line 7 col 2 value "CONFIRM (Y) .....".
           05 line 7 col 20 pic x(1) using ws-confirm.
           05 line 7 col 24 value "- RELEASE ONLY".
           05 line 24 col 15 pic x(1) using ws-command.
       01 trace-screen.
           05 line 3 col 2 value "MESSAGE ID ......".
           05 line 3 col 20 pic x(14) using ws-tr-msgid.
           05 line 4 col 2 value "QUEUE FILE ......".
           05 line 4 col 20 pic x(60) using ws-tr-queue.
           05 line 5 col 2 value "RESULT FILE .....".
           05 line 5 col 20 pic x(60) using ws-tr-result.
           05 line 6 col 2 value "TRANSMIT FILE ...".
           05 line 6 col 20 pic x(60) using ws-tr-xmit.
           05 line 7 col 2 value "REJECT FILE .....".
           05 line 7 col 20 pic x(60) using ws-tr-reject.
           05 line 24 col 15 pic x(1) using ws-command.
       01 morning-screen.
           05 line 3 col 2 value "NIGHT (YYYYMMDD) .".
           05 line 3 col 20 pic x(8) using ws-mr-date.
           05 line 4 col 2 value "REPORT FILE .....".
           05 line 4 col 20 pic x(60) using ws-mr-report.
           05 line 5 col 2 value "SHOW FROM LINE ..".
           05 line 5 col 20 pic 9(5) using ws-mr-from.
           05 line 24 col 15 pic x(1) using ws-command.

       procedure division.
           call "busdate" using ws-today
           accept ws-operator from environment "A3-OPERATOR"
           accept ws-alert-filename from environment "A3-ALERT-FILE"
           if ws-alert-filename = spaces
               move "OPERALERT.LOG" to ws-alert-filename
           end-if
           move ws-alert-filename to ws-al-file
           accept ws-hold-filename from environment "A3-HOLD-FILE"
           if ws-hold-filename = spaces
               move "DEPTHOLD.TXT" to ws-hold-filename
           end-if
           accept ws-held-filename from environment "A3-HELD-FILE"
           if ws-held-filename = spaces
               move "HELDRECS.TXT" to ws-held-filename
           end-if
           accept ws-journal-filename
               from environment "A3-HOLDREL-JOURNAL"
           if ws-journal-filename = spaces
               move "HOLDREL.JRNL" to ws-journal-filename
           end-if
           call "region" using ws-journal-filename
           accept ws-trace-filename from environment "A3-OPCONS-TRACE"
           if ws-trace-filename = spaces
               move "OPCONS.TRC" to ws-trace-filename
           end-if
           accept ws-mr-report from environment "A3-MORN-REPORT"
           if ws-mr-report = spaces
               move "MORNRPT.TXT" to ws-mr-report
           end-if
           move ws-today to ws-mr-date
           move spaces to ws-message
           perform until ws-quit
               perform 1000-main-menu thru 1000-main-menu-exit
           end-perform
           display clear-screen
           move 0 to return-code
           goback.

      *----------------------------------------------------------------
      *the main menu - the operator id is asked for once and stamped
      *on everything the utilities journal, so no selection is taken
      *until there is one
      *----------------------------------------------------------------
       1000-main-menu.
           move space to ws-choice
           display clear-screen
           display menu-screen
           accept menu-screen
           move spaces to ws-message
           inspect ws-choice converting ws-lower to ws-upper
           if ws-choice = "X"
               move "Y" to ws-quit-sw
               go to 1000-main-menu-exit
           end-if
           if ws-operator = spaces
               move "ENTER YOUR OPERATOR ID - IT GOES ON EVERY JOURNAL"
                   to ws-message
               go to 1000-main-menu-exit
           end-if
           move spaces to ws-panel
           move "N" to ws-back-sw
           evaluate ws-choice
               when "1"
                   move "OPEN ALERTS" to ws-title
                   perform 2000-alerts thru 2000-alerts-exit
                       until ws-back
               when "2"
                   move "HELD DEPARTMENTS" to ws-title
                   perform 3300-load-holds thru 3300-load-holds-exit
                   perform 3000-holds thru 3000-holds-exit
                       until ws-back
               when "3"
                   move "REJECT WORKBENCH" to ws-title
                   perform 4000-rejects thru 4000-rejects-exit
                       until ws-back
               when "4"
                   move "MESSAGE TRACE" to ws-title
                   perform 5000-trace thru 5000-trace-exit
                       until ws-back
               when "5"
                   move "MORNING STATUS" to ws-title
                   perform 6000-morning thru 6000-morning-exit
                       until ws-back
               when other
                   move "CHOOSE 1 TO 5, OR X TO LEAVE THE CONSOLE"
                       to ws-message
           end-evaluate.
       1000-main-menu-exit.
           exit.

      *----------------------------------------------------------------
      *open alerts - the alert file is listed into the panel from the
      *line asked for; an acknowledgement runs alertrpt.cob to clear
      *it once the operator has the listing in front of them
      *----------------------------------------------------------------
       2000-alerts.
           move "R" to ws-command
           if ws-al-from = 0
               move 1 to ws-al-from
           end-if
           display clear-screen
           display frame-screen
           display alert-screen
           accept alert-screen
           move spaces to ws-message
           inspect ws-command converting ws-lower to ws-upper
           inspect ws-al-ack converting ws-lower to ws-upper
           if ws-command = "M"
               move "Y" to ws-back-sw
               go to 2000-alerts-exit
           end-if
           if ws-command not = "R"
               move "COMMAND R RUNS THE SCREEN, M RETURNS TO THE MENU"
                   to ws-message
               go to 2000-alerts-exit
           end-if
           if ws-al-file = spaces
               move "NAME THE ALERT FILE" to ws-message
               go to 2000-alerts-exit
           end-if
           if ws-al-ack not = "Y" and ws-al-ack not = "N"
               and ws-al-ack not = space
               move "ACKNOWLEDGE IS Y OR N" to ws-message
               go to 2000-alerts-exit
           end-if
           move ws-al-file to ws-alert-filename
           call "region" using ws-alert-filename
           move ws-alert-filename to ws-list-filename
           move ws-al-from to ws-list-from
           perform 8000-load-panel thru 8000-load-panel-exit
           if not ws-list-found or ws-list-total = 0
               move "NO OPEN ALERTS" to ws-message
               move space to ws-al-ack
               go to 2000-alerts-exit
           end-if
           move ws-list-total to ws-num-disp
           if ws-al-ack not = "Y"
               string function trim(ws-num-disp) delimited by size
                   " OPEN ALERT(S) - ACKNOWLEDGE Y CLEARS THEM"
                       delimited by size
                   into ws-message
               end-string
               go to 2000-alerts-exit
           end-if
           set environment "A3-ALERT-FILE" to ws-al-file
           set environment "A3-ALERT-ACK" to "Y"
           move 0 to return-code
           call "alertrpt"
           move return-code to ws-call-rc
           cancel "alertrpt"
           set environment "A3-ALERT-ACK" to spaces
           move space to ws-al-ack
           if ws-call-rc > 4
               move ws-call-rc to ws-rc-disp
               string "ALERTRPT ENDED RC " delimited by size
                   ws-rc-disp delimited by size
                   " - ALERTS NOT CLEARED" delimited by size
                   into ws-message
               end-string
           else
               string function trim(ws-num-disp) delimited by size
                   " ALERT(S) ACKNOWLEDGED AND CLEARED"
                       delimited by size
                   into ws-message
               end-string
           end-if.
       2000-alerts-exit.
           exit.

      *----------------------------------------------------------------
      *held departments - a hold goes on the hold list the batch run
      *reads (only for a department with a profile, and only once); a
      *release runs holdrel.cob for that one department and then
      *takes it off the hold list, both halves of the job at once
      *----------------------------------------------------------------
       3000-holds.
           move "R" to ws-command
           move space to ws-confirm
           display clear-screen
           display frame-screen
           display hold-screen
           accept hold-screen
           move spaces to ws-message
           inspect ws-command converting ws-lower to ws-upper
           inspect ws-hd-action converting ws-lower to ws-upper
           inspect ws-confirm converting ws-lower to ws-upper
           if ws-command = "M"
               move "Y" to ws-back-sw
               go to 3000-holds-exit
           end-if
           if ws-command not = "R"
               move "COMMAND R RUNS THE SCREEN, M RETURNS TO THE MENU"
                   to ws-message
               go to 3000-holds-exit
           end-if
           perform 3300-load-holds thru 3300-load-holds-exit
           perform 3100-holds-validate thru 3100-holds-validate-exit
           if not ws-valid
               go to 3000-holds-exit
           end-if
           perform 3200-holds-run thru 3200-holds-run-exit
           perform 3300-load-holds thru 3300-load-holds-exit.
       3000-holds-exit.
           exit.

       3100-holds-validate.
           move "N" to ws-valid-sw
           if ws-hd-action = space
               move "HOLD LIST AND HELD RECORDS SHOWN BELOW"
                   to ws-message
               go to 3100-holds-validate-exit
           end-if
           if ws-hd-action not = "H" and ws-hd-action not = "R"
               move "ACTION IS H TO HOLD OR R TO RELEASE" to ws-message
               go to 3100-holds-validate-exit
           end-if
           if ws-hd-dept = spaces
               move "NAME THE DEPARTMENT" to ws-message
               go to 3100-holds-validate-exit
           end-if
           move 0 to ws-hd-find
           perform varying ws-hd-ix from 1 by 1
                   until ws-hd-ix > ws-hd-count
               if ws-hd-row-dept(ws-hd-ix) = ws-hd-dept
                   move ws-hd-ix to ws-hd-find
               end-if
           end-perform
           if ws-hd-action = "H"
               call "deptprof" using ws-hd-dept, ws-dp-keyid,
                   ws-dp-result, ws-dp-export, ws-dp-dblpass,
                   ws-dp-keyid2, ws-dp-encoding, ws-dp-found
               if ws-dp-found not = "Y"
                   string "DEPARTMENT " delimited by size
                       ws-hd-dept delimited by space
                       " HAS NO PROFILE - CHECK THE NAME"
                           delimited by size
                       into ws-message
                   end-string
                   go to 3100-holds-validate-exit
               end-if
               if ws-hd-find > 0
                   if ws-hd-listed(ws-hd-find) = "Y"
                       string ws-hd-dept delimited by space
                           " IS ALREADY ON THE HOLD LIST"
                               delimited by size
                           into ws-message
                       end-string
                       go to 3100-holds-validate-exit
                   end-if
               end-if
           else
               if ws-hd-find = 0
                   string ws-hd-dept delimited by space
                       " IS NOT HELD - NOTHING TO RELEASE"
                           delimited by size
                       into ws-message
                   end-string
                   go to 3100-holds-validate-exit
               end-if
           end-if
           if ws-confirm not = "Y"
               move "CHECK THE DEPARTMENT, THEN CONFIRM WITH Y"
                   to ws-message
               go to 3100-holds-validate-exit
           end-if
           move "Y" to ws-valid-sw.
       3100-holds-validate-exit.
           exit.

       3200-holds-run.
           if ws-hd-action = "H"
               call "opcheck" using ws-operator, ws-chk-role,
                   ws-chk-program, ws-chk-verdict
               if ws-chk-verdict not = "Y"
                   string ws-operator delimited by space
                       " MAY NOT HOLD - REFUSAL IS ON THE AUDIT TRAIL"
                           delimited by size
                       into ws-message
                   end-string
                   go to 3200-holds-run-exit
               end-if
               open extend hold-file
               if ws-hold-status = "35"
                   open output hold-file
               end-if
               if ws-hold-status not = "00"
                   move "HOLD LIST UNAVAILABLE - NOTHING HELD"
                       to ws-message
                   go to 3200-holds-run-exit
               end-if
               move ws-hd-dept to hold-rec
               write hold-rec
               close hold-file
               move "HELD" to ws-jl-action
               move 0 to ws-jl-count
               perform 3270-write-journal
               string ws-hd-dept delimited by space
                   " ON HOLD - ITS RECORDS DIVERT FROM THE NEXT RUN"
                       delimited by size
                   into ws-message
               end-string
               move spaces to ws-hd-action ws-hd-dept
               go to 3200-holds-run-exit
           end-if
           move ws-hd-records(ws-hd-find) to ws-hd-before
           set environment "A3-HELD-FILE" to ws-held-filename
           set environment "A3-HOLDREL-DEPT" to ws-hd-dept
           set environment "A3-OPERATOR" to ws-operator
           move 0 to return-code
           call "holdrel"
           move return-code to ws-call-rc
           cancel "holdrel"
           if ws-call-rc > 4
               move ws-call-rc to ws-rc-disp
               string "HOLDREL ENDED RC " delimited by size
                   ws-rc-disp delimited by size
                   " - " delimited by size
                   ws-hd-dept delimited by space
                   " STAYS HELD AND ON THE LIST" delimited by size
                   into ws-message
               end-string
               go to 3200-holds-run-exit
           end-if
           perform 3250-take-off-list thru 3250-take-off-list-exit
           if ws-message not = spaces
               go to 3200-holds-run-exit
           end-if
           move ws-hd-before to ws-num-disp
           string ws-hd-dept delimited by space
               " RELEASED - " delimited by size
               function trim(ws-num-disp) delimited by size
               " RECORD(S) REQUEUED, OFF THE HOLD LIST"
                   delimited by size
               into ws-message
           end-string
           move spaces to ws-hd-action ws-hd-dept.
       3200-holds-run-exit.
           exit.

      *----------------------------------------------------------------
      *the released department comes off the hold list - the list is
      *read whole and written back without it, and a list too long
      *to hold in storage is left exactly as it was
      *----------------------------------------------------------------
       3250-take-off-list.
           move 0 to ws-hl-count
           open input hold-file
           if ws-hold-status = "35"
               go to 3250-take-off-list-exit
           end-if
           if ws-hold-status not = "00"
               move "RELEASED - HOLD LIST UNAVAILABLE, TAKE IT OFF"
                   to ws-message
               go to 3250-take-off-list-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read hold-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if hold-rec not = ws-hd-dept
                           and hold-rec not = spaces
                           if ws-hl-count < ws-hl-max
                               add 1 to ws-hl-count
                               move hold-rec to ws-hl-dept(ws-hl-count)
                           else
                               move "RELEASED - HOLD LIST TOO LONG, "
                                   to ws-message
                               move "TAKE IT OFF BY HAND"
                                   to ws-message(32:)
                               move "Y" to ws-eof-sw
                           end-if
                       end-if
               end-read
           end-perform
           close hold-file
           if ws-message not = spaces
               go to 3250-take-off-list-exit
           end-if
           open output hold-file
           perform varying ws-hl-ix from 1 by 1
                   until ws-hl-ix > ws-hl-count
               move ws-hl-dept(ws-hl-ix) to hold-rec
               write hold-rec
           end-perform
           close hold-file.
       3250-take-off-list-exit.
           exit.

       3270-write-journal.
           accept ws-ts-date from date yyyymmdd
           accept ws-ts-time from time
           move ws-timestamp to ws-jl-ts
           move ws-operator to ws-jl-operator
           move ws-hd-dept to ws-jl-dept
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status = "00"
               write journal-rec from ws-journal-line
               close journal-file
           end-if.

      *----------------------------------------------------------------
      *the hold picture for the panel - every department on the hold
      *list, and every department with records sitting in the held
      *file (a department already off the list can still have
      *records waiting for a release)
      *----------------------------------------------------------------
       3300-load-holds.
           move 0 to ws-hd-count
           move spaces to ws-panel
           open input hold-file
           if ws-hold-status = "00"
               move "N" to ws-eof-sw
               perform until ws-eof
                   read hold-file
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           if hold-rec not = spaces
                               move hold-rec to ws-hd-dept-key
                               perform 3350-find-dept
                                   thru 3350-find-dept-exit
                               if ws-hd-find > 0
                                   move "Y" to ws-hd-listed(ws-hd-find)
                               end-if
                           end-if
                   end-read
               end-perform
               close hold-file
           end-if
           open input held-file
           if ws-held-status = "00"
               move "N" to ws-eof-sw
               perform until ws-eof
                   read held-file
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move held-env-dept to ws-hd-dept-key
                           perform 3350-find-dept
                               thru 3350-find-dept-exit
                           if ws-hd-find > 0
                               add 1 to ws-hd-records(ws-hd-find)
                           end-if
                   end-read
               end-perform
               close held-file
           end-if
           move 0 to ws-pn-count
           perform varying ws-hd-ix from 1 by 1
                   until ws-hd-ix > ws-hd-count
                   or ws-pn-count >= ws-pn-max
               move ws-hd-row-dept(ws-hd-ix) to ws-hdl-dept
               if ws-hd-listed(ws-hd-ix) = "Y"
                   move "ON THE HOLD LIST" to ws-hdl-listed
               else
                   move "NOT ON THE LIST" to ws-hdl-listed
               end-if
               move ws-hd-records(ws-hd-ix) to ws-hdl-count
               add 1 to ws-pn-count
               move ws-hd-line to ws-pn-line(ws-pn-count)
           end-perform
           if ws-hd-count = 0
               move "NO DEPARTMENT IS HELD" to ws-pn-line(1)
           end-if.
       3300-load-holds-exit.
           exit.

       3350-find-dept.
           move 0 to ws-hd-find
           perform varying ws-hd-ix from 1 by 1
                   until ws-hd-ix > ws-hd-count
               if ws-hd-row-dept(ws-hd-ix) = ws-hd-dept-key
                   move ws-hd-ix to ws-hd-find
               end-if
           end-perform
           if ws-hd-find > 0
               go to 3350-find-dept-exit
           end-if
           if ws-hd-count >= ws-hd-max
               go to 3350-find-dept-exit
           end-if
           add 1 to ws-hd-count
           move ws-hd-count to ws-hd-find
           move ws-hd-dept-key to ws-hd-row-dept(ws-hd-find)
           move "N" to ws-hd-listed(ws-hd-find)
           move 0 to ws-hd-records(ws-hd-find).
       3350-find-dept-exit.
           exit.

      *----------------------------------------------------------------
      *the reject workbench - LIST pages the reject file into the
      *panel two lines a record (reason, then the routing fields a
      *release would correct); RELEASE checks the record is on the
      *file and any replacement routing is real before rejwb.cob
      *runs, then relists from the released record's place
      *----------------------------------------------------------------
       4000-rejects.
           move "R" to ws-command
           move space to ws-confirm
           if ws-rj-from = 0
               move 1 to ws-rj-from
           end-if
           display clear-screen
           display frame-screen
           display reject-screen
           accept reject-screen
           move spaces to ws-message
           inspect ws-command converting ws-lower to ws-upper
           inspect ws-rj-func converting ws-lower to ws-upper
           inspect ws-confirm converting ws-lower to ws-upper
           if ws-command = "M"
               move "Y" to ws-back-sw
               go to 4000-rejects-exit
           end-if
           if ws-command not = "R"
               move "COMMAND R RUNS THE SCREEN, M RETURNS TO THE MENU"
                   to ws-message
               go to 4000-rejects-exit
           end-if
           if ws-rj-file = spaces
               move "NAME THE REJECT FILE TO WORK" to ws-message
               go to 4000-rejects-exit
           end-if
           if ws-rj-func not = "L" and ws-rj-func not = "R"
               move "FUNCTION IS L TO LIST OR R TO RELEASE"
                   to ws-message
               go to 4000-rejects-exit
           end-if
           move ws-rj-file to ws-reject-filename
           perform 4300-list-rejects thru 4300-list-rejects-exit
           if ws-message not = spaces
               go to 4000-rejects-exit
           end-if
           if ws-rj-func = "L"
               go to 4000-rejects-exit
           end-if
           perform 4100-rejects-validate
               thru 4100-rejects-validate-exit
           if not ws-valid
               go to 4000-rejects-exit
           end-if
           perform 4200-rejects-run thru 4200-rejects-run-exit.
       4000-rejects-exit.
           exit.

       4100-rejects-validate.
           move "N" to ws-valid-sw
           move spaces to ws-message
           if ws-rj-recno = 0 or ws-rj-recno > ws-list-total
               move ws-list-total to ws-num-disp
               string "RECORD NUMBER MUST BE 1 TO " delimited by size
                   function trim(ws-num-disp) delimited by size
                   " - SEE THE LIST" delimited by size
                   into ws-message
               end-string
               go to 4100-rejects-validate-exit
           end-if
           if ws-rj-keyid not = spaces
               call "keystore" using ws-rj-keyid, ws-ks-keyword
               if ws-ks-keyword = spaces
                   string "KEY-ID " delimited by size
                       ws-rj-keyid delimited by space
                       " IS NOT ISSUED BY THE KEY STORE"
                           delimited by size
                       into ws-message
                   end-string
                   move spaces to ws-ks-keyword
                   go to 4100-rejects-validate-exit
               end-if
               move spaces to ws-ks-keyword
           end-if
           if ws-rj-dept not = spaces
               call "deptprof" using ws-rj-dept, ws-dp-keyid,
                   ws-dp-result, ws-dp-export, ws-dp-dblpass,
                   ws-dp-keyid2, ws-dp-encoding, ws-dp-found
               if ws-dp-found not = "Y"
                   string "DEPARTMENT " delimited by size
                       ws-rj-dept delimited by space
                       " HAS NO PROFILE - CHECK THE NAME"
                           delimited by size
                       into ws-message
                   end-string
                   go to 4100-rejects-validate-exit
               end-if
           end-if
           if ws-confirm not = "Y"
               move "CHECK THE RECORD AND CORRECTIONS, THEN CONFIRM Y"
                   to ws-message
               go to 4100-rejects-validate-exit
           end-if
           move "Y" to ws-valid-sw.
       4100-rejects-validate-exit.
           exit.

       4200-rejects-run.
           move ws-rj-recno to ws-rj-recno-text
           set environment "A3-REJWB-FUNC" to "RELEASE"
           set environment "A3-REJWB-FILE" to ws-rj-file
           set environment "A3-REJWB-RECNO" to ws-rj-recno-text
           set environment "A3-REJWB-KEYID" to ws-rj-keyid
           set environment "A3-REJWB-DEPT" to ws-rj-dept
           set environment "A3-REJWB-CATEGORY" to ws-rj-category
           set environment "A3-OPERATOR" to ws-operator
           move 0 to return-code
           call "rejwb"
           move return-code to ws-call-rc
           cancel "rejwb"
           move ws-rj-recno to ws-num-disp2
           if ws-call-rc > 4
               move ws-call-rc to ws-rc-disp
               string "REJWB ENDED RC " delimited by size
                   ws-rc-disp delimited by size
                   " - RECORD " delimited by size
                   function trim(ws-num-disp2) delimited by size
                   " NOT RELEASED" delimited by size
                   into ws-message
               end-string
               go to 4200-rejects-run-exit
           end-if
      *the released record's place is taken by the one behind it -
      *relist from there so the operator sees the file as it now is
           move ws-rj-recno to ws-rj-from
           perform 4300-list-rejects thru 4300-list-rejects-exit
           move spaces to ws-message
           string "RECORD " delimited by size
               function trim(ws-num-disp2) delimited by size
               " RELEASED TO THE REQUEUE FILE - THE LIST HAS "
                   delimited by size
               "RENUMBERED" delimited by size
               into ws-message
           end-string
           move 0 to ws-rj-recno
           move spaces to ws-rj-keyid ws-rj-dept ws-rj-category.
       4200-rejects-run-exit.
           exit.

       4300-list-rejects.
           move spaces to ws-panel
           move 0 to ws-pn-count ws-list-total
           open input reject-file
           if ws-reject-status not = "00"
               string "CANNOT OPEN " delimited by size
                   ws-rj-file delimited by space
                   " - STATUS " delimited by size
                   ws-reject-status delimited by size
                   into ws-message
               end-string
               go to 4300-list-rejects-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read reject-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to ws-list-total
                       if ws-list-total >= ws-rj-from
                           and ws-pn-count < ws-pn-max
                           move ws-list-total to ws-rj1-recno
                           move rej-reason to ws-rj1-reason
                           add 1 to ws-pn-count
                           move ws-rj-line1 to ws-pn-line(ws-pn-count)
                           move rej-env-dept to ws-rj2-dept
                           move rej-env-keyid to ws-rj2-keyid
                           move rej-env-category to ws-rj2-cat
                           move rej-env-msgid to ws-rj2-msgid
                           add 1 to ws-pn-count
                           move ws-rj-line2 to ws-pn-line(ws-pn-count)
                       end-if
               end-read
           end-perform
           close reject-file
           if ws-list-total = 0
               move "THE REJECT FILE IS EMPTY" to ws-pn-line(1)
           end-if
           move ws-list-total to ws-num-disp
           if ws-rj-func = "L"
               string function trim(ws-num-disp) delimited by size
                   " RECORD(S) HELD - CHANGE LIST FROM RECORD TO PAGE"
                       delimited by size
                   into ws-message
               end-string
           end-if.
       4300-list-rejects-exit.
           exit.

      *----------------------------------------------------------------
      *message trace - the id must be one msgid.cob could have issued
      *(issue date and sequence, all digits) and at least one file
      *must be named; msgtrace.cob copies its findings to the
      *console's trace report, which comes back in the panel
      *----------------------------------------------------------------
       5000-trace.
           move "R" to ws-command
           display clear-screen
           display frame-screen
           display trace-screen
           accept trace-screen
           move spaces to ws-message
           inspect ws-command converting ws-lower to ws-upper
           if ws-command = "M"
               move "Y" to ws-back-sw
               go to 5000-trace-exit
           end-if
           if ws-command not = "R"
               move "COMMAND R RUNS THE SCREEN, M RETURNS TO THE MENU"
                   to ws-message
               go to 5000-trace-exit
           end-if
           if ws-tr-msgid is not numeric
               move "MESSAGE ID IS 14 DIGITS - ISSUE DATE, SEQUENCE"
                   to ws-message
               go to 5000-trace-exit
           end-if
           if ws-tr-queue = spaces and ws-tr-result = spaces
               and ws-tr-xmit = spaces and ws-tr-reject = spaces
               move "NAME AT LEAST ONE FILE TO SEARCH" to ws-message
               go to 5000-trace-exit
           end-if
           set environment "A3-TRACE-MSGID" to ws-tr-msgid
           set environment "A3-TRACE-QUEUE" to ws-tr-queue
           set environment "A3-TRACE-RESULT" to ws-tr-result
           set environment "A3-TRACE-XMIT" to ws-tr-xmit
           set environment "A3-TRACE-REJECT" to ws-tr-reject
           set environment "A3-TRACE-QUAR" to spaces
           set environment "A3-TRACE-REPORT" to ws-trace-filename
           move 0 to return-code
           call "msgtrace"
           move return-code to ws-call-rc
           cancel "msgtrace"
           move ws-trace-filename to ws-list-filename
           move 1 to ws-list-from
           perform 8000-load-panel thru 8000-load-panel-exit
           evaluate true
               when ws-call-rc = 0
                   move "MESSAGE FOUND - ITS PATH IS LISTED BELOW"
                       to ws-message
               when ws-call-rc = 4
                   move "MESSAGE NOT FOUND IN THE FILES NAMED"
                       to ws-message
               when other
                   move ws-call-rc to ws-rc-disp
                   string "MSGTRACE ENDED RC " delimited by size
                       ws-rc-disp delimited by size
                       into ws-message
                   end-string
           end-evaluate.
       5000-trace-exit.
           exit.

      *----------------------------------------------------------------
      *morning status - mornrpt.cob reports the night asked for (the
      *business date by default) and its one page comes back into
      *the panel from the line asked for
      *----------------------------------------------------------------
       6000-morning.
           move "R" to ws-command
           if ws-mr-from = 0
               move 1 to ws-mr-from
           end-if
           display clear-screen
           display frame-screen
           display morning-screen
           accept morning-screen
           move spaces to ws-message
           inspect ws-command converting ws-lower to ws-upper
           if ws-command = "M"
               move "Y" to ws-back-sw
               go to 6000-morning-exit
           end-if
           if ws-command not = "R"
               move "COMMAND R RUNS THE SCREEN, M RETURNS TO THE MENU"
                   to ws-message
               go to 6000-morning-exit
           end-if
           if ws-mr-date is not numeric
               move "NIGHT IS A DATE - YYYYMMDD" to ws-message
               go to 6000-morning-exit
           end-if
           move ws-mr-date(5:2) to ws-mr-month
           move ws-mr-date(7:2) to ws-mr-day
           if ws-mr-month < 1 or ws-mr-month > 12
               or ws-mr-day < 1 or ws-mr-day > 31
               move "NIGHT IS A DATE - YYYYMMDD" to ws-message
               go to 6000-morning-exit
           end-if
           if ws-mr-date > ws-today
               move "THAT NIGHT HAS NOT HAPPENED YET" to ws-message
               go to 6000-morning-exit
           end-if
           if ws-mr-report = spaces
               move "NAME THE REPORT FILE" to ws-message
               go to 6000-morning-exit
           end-if
           set environment "A3-MORN-DATE" to ws-mr-date
           set environment "A3-MORN-REPORT" to ws-mr-report
           move 0 to return-code
           call "mornrpt"
           move return-code to ws-call-rc
           cancel "mornrpt"
           move ws-mr-report to ws-list-filename
           move ws-mr-from to ws-list-from
           perform 8000-load-panel thru 8000-load-panel-exit
           evaluate true
               when ws-call-rc = 0
                   move "QUIET NIGHT" to ws-message
               when ws-call-rc = 4
                   move "EXCEPTIONS ON FILE - WORTH A READ"
                       to ws-message
               when ws-call-rc = 8
                   move "THE NIGHT NEEDS A HUMAN - READ THE REPORT"
                       to ws-message
               when other
                   move ws-call-rc to ws-rc-disp
                   string "MORNRPT ENDED RC " delimited by size
                       ws-rc-disp delimited by size
                       into ws-message
                   end-string
           end-evaluate.
       6000-morning-exit.
           exit.

      *----------------------------------------------------------------
      *a listing into the panel - the file named is read whole for
      *its line count, and the panel takes the lines from the one
      *asked for onward until it is full
      *----------------------------------------------------------------
       8000-load-panel.
           move spaces to ws-panel
           move 0 to ws-pn-count ws-list-total
           move "N" to ws-list-found-sw
           if ws-list-from = 0
               move 1 to ws-list-from
           end-if
           open input list-file
           if ws-list-status not = "00"
               go to 8000-load-panel-exit
           end-if
           move "Y" to ws-list-found-sw
           move "N" to ws-eof-sw
           perform until ws-eof
               read list-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to ws-list-total
                       if ws-list-total >= ws-list-from
                           and ws-pn-count < ws-pn-max
                           add 1 to ws-pn-count
                           move list-rec to ws-pn-line(ws-pn-count)
                       end-if
               end-read
           end-perform
           close list-file.
       8000-load-panel-exit.
           exit.
       end program opcons.
