000016     SELECT DRAIN-FILE ASSIGN TO DYNAMIC ws-drain-filename
000016         ORGANIZATION LINE SEQUENTIAL
000016         FILE STATUS ws-drain-status.
000101     SELECT ROUTE-FILE ASSIGN TO DYNAMIC ws-route-filename
000101         ORGANIZATION LINE SEQUENTIAL
000101         FILE STATUS ws-route-status.
000102     SELECT WHSE-FILE ASSIGN TO DYNAMIC ws-whse-filename
000102         ORGANIZATION INDEXED
000102         ACCESS MODE IS DYNAMIC
000102         RECORD KEY IS wh-key
000102         FILE STATUS ws-whse-status.
000103     SELECT OVERFLOW-FILE ASSIGN TO DYNAMIC ws-ovf-filename
000103         ORGANIZATION LINE SEQUENTIAL
000103         FILE STATUS ws-ovf-status.
000103     SELECT CARRY-FILE ASSIGN TO DYNAMIC ws-carry-filename
000103         ORGANIZATION LINE SEQUENTIAL
000103         FILE STATUS ws-carry-status.
000106     SELECT REVIEW-FILE ASSIGN TO DYNAMIC ws-review-filename
000106         ORGANIZATION LINE SEQUENTIAL
000106         FILE STATUS ws-review-status.
000107     SELECT OPENREQ-FILE ASSIGN TO DYNAMIC ws-or-filename
000107         ORGANIZATION INDEXED
000107         ACCESS MODE IS RANDOM
000107         RECORD KEY IS or-msgid
000107         FILE STATUS ws-or-status.
000017 DATA DIVISION.
000018 FILE SECTION.
000019 FD  QUEUE-FILE.
000022     05 qcc-count PIC 9(7).
000022     05 qcc-bytes PIC 9(9).
000022     05 qcc-hash  PIC 9(7).
000103*and one "DEP " line per department with a quota row, carrying
000103*what the department has consumed and had deferred so far, so a
000103*resumed run does not hand a department a second night's quota
000103 01 qckpt-dept-rec.
000103     05 qcd-tag   PIC X(4).
000103     05 qcd-dept  PIC X(8).
000103     05 qcd-recs  PIC 9(7).
000103     05 qcd-bytes PIC 9(9).
000103     05 qcd-defer PIC 9(7).
000108*and one "AUD " line per audit line the trail's session was still
000108*holding, so a resumed run hands them back to auditlog.cob and
000108*the trail misses nothing the interrupted run had audited
000108 01 qckpt-aud-rec.
000108     05 qca-tag   PIC X(4).
000108     05 qca-line  PIC X(156).
000022 FD  ASM-FILE.
000022*the inbound run's reassembled-message file - a message that
000022*travelled as numbered continuation envelopes comes back out
000022 01 asm-rec PIC X(45000).
000022 FD  HOLD-FILE.
000022*the operator hold list - one department name per line; the
000108*batch run rereads it every A3-POLL-INTERVAL records, so "stop
000108*our records, the source was wrong" takes effect mid-stream
000022 01 hold-rec PIC X(8).
000022 FD  HELD-FILE.
000022*held departments' records, diverted unprocessed with their
000022     05 ct-code PIC X(4).
000022     05 FILLER  PIC X(1).
000022     05 ct-desc PIC X(40).
000107*a request category names the days a partner has to answer -
000107*blank or zero means the category's traffic expects no response
000107     05 FILLER       PIC X(1).
000107     05 ct-resp-days PIC X(3).
000022 FD  PRIO-FILE.
000022*the priority-sequenced work copy of the queue - the same
000022*envelope records, rewritten highest-priority-first by 9705
000022*before the processing loop consumes them
000107 01 prio-rec PIC X(5087).
000022 FD  DUP-REPORT-FILE.
000022 01 dup-report-rec.
000022     05 dup-checksum PIC 9(7).
000022     05 dup-dept     PIC X(8).
000022     05 FILLER       PIC X(1).
000022     05 dup-body     PIC X(60).
000104*the skipped record's message id, so the night's accountability
000104*proof can count a duplicate by id like every other disposition
000104     05 FILLER       PIC X(1).
000104     05 dup-msgid    PIC X(14).
000101 FD  ROUTE-FILE.
000101*the translation routing table - one line per source key-id,
000101*naming the internal department its traffic is meant for and
000101*the key-id to re-cipher it under (blank takes the target
000101*department's profile key-id)
000101 01 route-rec.
000101     05 rt-src-keyid PIC X(20).
000101     05 FILLER       PIC X(1).
000101     05 rt-tgt-dept  PIC X(8).
000101     05 FILLER       PIC X(1).
000101     05 rt-tgt-keyid PIC X(20).
000102 FD  WHSE-FILE.
000102*the value-date warehouse - records dated ahead of the night
000102*they arrived on, envelope intact, keyed by value date then
000102*message id (and segment, since a segmented message's pieces
000102*share one id) so the release step reads each day's records
000102*off the front of the file in arrival order
000102 01 whse-rec.
000102     03 wh-key.
000102         05 wh-valdate   PIC X(8).
000102         05 wh-msgid     PIC X(14).
000102         05 wh-segnum    PIC X(3).
000102     03 wh-stored        PIC X(8).
000102     COPY ENVREC REPLACING ==:LEVEL:== BY ==03==
000102                          ==:ENV-FIELD:== BY ==wh-env==.
000103 FD  OVERFLOW-FILE.
000103*records deferred past their department's nightly quota,
000103*envelopes intact - the next night's run carries them in
000103*ahead of its own traffic
000103     COPY ENVREC REPLACING ==:LEVEL:== BY ==01==
000103                          ==:ENV-FIELD:== BY ==ovf-env==.
000103 FD  CARRY-FILE.
000103*the overflow this queue's run carried in (named source-
000103*queue.OVF) - kept until the run finishes, so a resumed run
000103*sequences exactly the records the interrupted one did
000103     COPY ENVREC REPLACING ==:LEVEL:== BY ==01==
000103                          ==:ENV-FIELD:== BY ==carry-env==.
000106 FD  REVIEW-FILE.
000106*the compliance review file - records the content screen diverted,
000106*the rule that fired in the reason column and the envelope exactly
000106*as it arrived, the same shape as the reject file
000106 01 review-rec.
000106     03 rev-reason PIC X(40).
000106     COPY ENVREC REPLACING ==:LEVEL:== BY ==03==
000106                          ==:ENV-FIELD:== BY ==rev-env==.
000107 FD  OPENREQ-FILE.
000107*the open-request file - one entry per outbound request (a record
000107*in a category with a response period), keyed by its message id,
000107*open until the inbound run sees the partner's response naming it.
000107*A response naming an id we never sent is entered under that id
000107*as unsolicited
000107 01 openreq-rec.
000107     05 or-msgid      PIC X(14).
000107     05 or-dept       PIC X(8).
000107     05 or-category   PIC X(4).
000107     05 or-state      PIC X(1).
000107         88 or-open        VALUE "O".
000107         88 or-answered    VALUE "A".
000107         88 or-unsolicited VALUE "U".
000107     05 or-sent       PIC X(8).
000107     05 or-due        PIC X(8).
000107     05 or-resp-date  PIC X(8).
000107     05 or-resp-msgid PIC X(14).
000107     05 or-resp-dept  PIC X(8).
000023 WORKING-STORAGE SECTION.
000024     COPY MSGREC REPLACING ==:LEVEL:== BY ==01==
000024                          ==:MSG-FIELD:== BY ==txt==.
000027*names rules this build does not implement
000027 01 ws-rec-cipver     PIC X(2).
000027 01 ws-cipver-ok      PIC X(1).
000101 01 ws-run-mode       PIC X(6).
000028 01 ws-reject-filename PIC X(100).
000028 01 ws-reject-status  PIC X(2).
000028 01 ws-inb-count      PIC 9(7) COMP VALUE 0.
000028         10 ws-ct-count   PIC 9(7).
000028         10 ws-ct-bytes   PIC 9(9).
000028         10 ws-ct-hash    PIC 9(7).
000107         10 ws-ct-resp-days PIC 9(3).
000028 01 ws-cat-i          PIC 9(2) COMP.
000028 01 ws-cat-ix         PIC 9(2) COMP.
000028 01 ws-cat-code       PIC X(4).
000028 01 ws-dec-len        PIC 9(4) COMP.
000028     COPY ENVREC REPLACING ==:LEVEL:== BY ==01==
000028                          ==:ENV-FIELD:== BY ==ws-asm-env==.
000101*key translation work fields - the routing table as loaded,
000101*each route's target key (and layering key, when the target
000101*department's profile asks for a double pass), and the target
000101*side of the record in hand; the decoded text exists only in
000101*decrypted-str and is blanked once the record is re-ciphered
000101 01 ws-route-filename PIC X(100).
000101 01 ws-route-status   PIC X(2).
000101 01 ws-route-ok       PIC X(1).
000101 01 ws-rt-count       PIC 9(3) COMP VALUE 0.
000101 01 ws-rt-max         PIC 9(3) COMP VALUE 100.
000101 01 ws-rt-tbl.
000101     05 ws-rt-row OCCURS 100.
000101         10 ws-rt-src    PIC X(20).
000101         10 ws-rt-dept   PIC X(8).
000101         10 ws-rt-keyid  PIC X(20).
000101         10 ws-rt-keyid2 PIC X(20).
000101 01 ws-rt-i           PIC 9(3) COMP.
000101 01 ws-rt-ix          PIC 9(3) COMP.
000101 01 ws-tgt-keyid      PIC X(20).
000101 01 ws-tgt-keyword    PIC X(30).
000101 01 ws-tgt-keyword2   PIC X(30).
000101 01 ws-tgt-keyver     PIC 9(3).
000101 01 ws-tp-keyid       PIC X(20).
000101 01 ws-tp-result      PIC X(50).
000101 01 ws-tp-export      PIC X(6).
000101 01 ws-tp-dblpass     PIC X(1).
000101 01 ws-tp-keyid2      PIC X(20).
000101 01 ws-tp-encoding    PIC X(8).
000101 01 ws-tp-found       PIC X(1).
000101 01 ws-tl-count       PIC 9(7) COMP VALUE 0.
000101 01 ws-tl-len         PIC 9(5).
000101 01 ws-tl-op          PIC X(7) VALUE "TRANSL".
000101 01 ws-tl-flag-n      PIC X(1) VALUE "N".
000101 01 ws-tl-zero        PIC 9(5) VALUE 0.
000028*run-time stream controls - the operator hold list, the held-
000028*records diversion file and the drain flag
000028 01 ws-hold-filename  PIC X(100).
000028*the stream stops BEFORE that record's checkpoint, so the
000028*rerun reprocesses it instead of silently losing it
000028 01 ws-stream-failed  PIC X(1) VALUE "N".
000102*the value-date warehouse and how many records the night put
000102*into it
000102 01 ws-whse-filename  PIC X(100).
000102 01 ws-whse-status    PIC X(2).
000102 01 ws-whse-open      PIC X(1) VALUE "N".
000102 01 ws-whse-count     PIC 9(7) COMP VALUE 0.
000102 01 ws-whse-dups      PIC 9(7) COMP VALUE 0.
000103*per-department nightly quotas - each department's quotas are
000103*read from its profile the first time it appears, and its
000103*consumption tracked as the run goes; records past a quota are
000103*deferred to the overflow queue (priority 1 never is)
000103 01 ws-ovf-filename   PIC X(100).
000103 01 ws-ovf-status     PIC X(2).
000103 01 ws-ovf-open       PIC X(1) VALUE "N".
000103 01 ws-ovf-count      PIC 9(7) COMP VALUE 0.
000103 01 ws-carry-filename PIC X(104).
000103 01 ws-carry-status   PIC X(2).
000103 01 ws-carry-count    PIC 9(7) COMP VALUE 0.
000103 01 ws-carry-resume   PIC X(1).
000103 01 ws-qt-count       PIC 9(3) COMP VALUE 0.
000103 01 ws-qt-max         PIC 9(3) COMP VALUE 100.
000103 01 ws-qt-tbl.
000103     05 ws-qt-row OCCURS 100.
000103         10 ws-qt-dept      PIC X(8).
000103         10 ws-qt-lim-recs  PIC 9(7).
000103         10 ws-qt-lim-bytes PIC 9(9).
000103         10 ws-qt-recs      PIC 9(7).
000103         10 ws-qt-bytes     PIC 9(9).
000103         10 ws-qt-defer     PIC 9(7).
000103 01 ws-qt-i           PIC 9(3) COMP.
000103 01 ws-qt-ix          PIC 9(3) COMP.
000103 01 ws-qt-key         PIC X(8).
000103 01 ws-qt-len         PIC 9(5).
000103 01 ws-qt-deferred    PIC X(1).
000103*a segmented message is deferred or passed whole - the later
000103*segments follow the verdict the first one took
000103 01 ws-qt-seg-msgid   PIC X(14) VALUE SPACES.
000103 01 ws-qt-seg-verdict PIC X(1).
000103 01 ws-qp-keyid       PIC X(20).
000103 01 ws-qp-result      PIC X(50).
000103 01 ws-qp-export      PIC X(6).
000103 01 ws-qp-dblpass     PIC X(1).
000103 01 ws-qp-keyid2      PIC X(20).
000103 01 ws-qp-encoding    PIC X(8).
000103 01 ws-qp-found       PIC X(1).
000105*run-long subprogram sessions - the batch and inbound runs open
000105*the key-store, duplicate registry, message-id counter and audit
000105*trail once for the whole run and close them at the end, instead
000105*of every record paying an open and close on each of them. The
000105*session fields are the dummy arguments a session call carries
000105 01 ws-sess-cmd       PIC X(5).
000105 01 ws-sess-dup       PIC X(1).
000105 01 ws-sess-keyid     PIC X(20).
000105 01 ws-sess-keyword   PIC X(30).
000105 01 ws-sess-cksum     PIC 9(7) VALUE 0.
000105 01 ws-sess-window    PIC 9(5) VALUE 0.
000105 01 ws-sess-flag      PIC X(1).
000105 01 ws-sess-msgid     PIC X(14).
000108*the audit lines the trail's session holds at a checkpoint
000108 COPY AUDHELD REPLACING ==:LEVEL:== BY ==01==
000108                        ==:HELD-FIELD:== BY ==ws-aud-held==.
000108 01 ws-aud-i          PIC 9(3) COMP.
000108*a standing checkpoint's other lines, kept while its AUD lines
000108*are taken out - one position line, a CAT line per category and
000108*a DEP line per quota row at most
000108 01 ws-ck-keep-count  PIC 9(3) COMP.
000108 01 ws-ck-keep-max    PIC 9(3) COMP VALUE 130.
000108 01 ws-ck-aud-count   PIC 9(3) COMP.
000108 01 ws-ck-eof         PIC X(1).
000108     88 ws-ck-done    VALUE "Y".
000108     88 ws-ck-more    VALUE "N".
000108 01 ws-ck-keep-table.
000108     05 ws-ck-keep-line PIC X(160) OCCURS 130.
000105 01 ws-sess-op        PIC X(7) VALUE SPACES.
000105 01 ws-sess-len       PIC 9(5) VALUE 0.
000105 01 ws-sess-chars     PIC 9(5) VALUE 0.
000105 01 ws-sess-spaces    PIC 9(5) VALUE 0.
000105 01 ws-sess-nonalp    PIC 9(5) VALUE 0.
000105 01 ws-sess-upper     PIC 9(5) VALUE 0.
000105*the hold list and the drain flag are polled every
000105*A3-POLL-INTERVAL records (default 100; 1 polls every record)
000105*rather than reread for each one - the list is held here
000105*between polls
000105 01 ws-poll-text      PIC X(5).
000105 01 ws-poll-interval  PIC 9(5) COMP VALUE 100.
000105 01 ws-poll-count     PIC 9(5) COMP VALUE 0.
000105 01 ws-poll-drain     PIC X(1) VALUE "N".
000105 01 ws-hold-count     PIC 9(3) COMP VALUE 0.
000105 01 ws-hold-max       PIC 9(3) COMP VALUE 100.
000105 01 ws-hold-tbl.
000105     05 ws-hold-dept  PIC X(8) OCCURS 100.
000105 01 ws-hold-i         PIC 9(3) COMP.
000106*content screening - every body is put through the screen before
000106*it is ciphered; a diverted record goes to the compliance review
000106*file, a masked one goes on with its masks in place
000106 01 ws-review-filename PIC X(100).
000106 01 ws-review-status  PIC X(2).
000106 01 ws-review-open    PIC X(1) VALUE "N".
000106 01 ws-review-count   PIC 9(7) COMP VALUE 0.
000106 01 ws-scr-masked     PIC 9(7) COMP VALUE 0.
000106 01 ws-scr-verdict    PIC X(1).
000106 01 ws-scr-rule       PIC X(8).
000106*a segmented message diverted at one segment takes its later
000106*segments to review with it
000106 01 ws-scr-seg-msgid  PIC X(14) VALUE SPACES.
000106 01 ws-scr-seg-rule   PIC X(8).
000107*reply correlation - outbound requests are entered on the open-
000107*request file as they are ciphered, and closed by the inbound run
000107*when the partner's response names them
000107 01 ws-or-filename    PIC X(100).
000107 01 ws-or-status      PIC X(2).
000107 01 ws-or-open        PIC X(1) VALUE "N".
000107 01 ws-or-date-n      PIC 9(8).
000107 01 ws-or-due-n       PIC 9(8).
000107 01 ws-or-opened      PIC 9(7) COMP VALUE 0.
000107 01 ws-or-answered    PIC 9(7) COMP VALUE 0.
000107 01 ws-or-unsol       PIC 9(7) COMP VALUE 0.
000107 01 ws-or-repeat      PIC 9(7) COMP VALUE 0.
000107 01 ws-or-failed      PIC 9(7) COMP VALUE 0.
000028*the run's verdict, kept apart from RETURN-CODE because every
000028*completed CALL (alertlog and friends) resets RETURN-CODE to
000028*the callee's final zero - moved back at the very end
000039         IF ws-run-mode = "INB"
000039             PERFORM 9750-INBOUND-RUN THRU 9750-INBOUND-RUN-EXIT
000039         ELSE
000101         IF ws-run-mode = "TRANSL"
000101             PERFORM 9770-TRANSLATE-RUN
000101                 THRU 9770-TRANSLATE-RUN-EXIT
000101         ELSE
000041         DISPLAY "Message to encrypt: " NO ADVANCING
000042         ACCEPT txt
000043         MOVE FUNCTION LENGTH(FUNCTION TRIM(txt)) TO ws-txt-len
000053         DISPLAY "Decrypted: " decrypted-str
000053         END-IF
000053         END-IF
000101         END-IF
000054     END-IF
000055     GOBACK
000056     .
000055 9600-PREFLIGHT.
000055     MOVE "Y" TO ws-preflight-ok
000055     MOVE 0 TO ws-pf-errors
000101     IF ws-run-mode = "BATCH" OR ws-run-mode = "INB"
000101         OR ws-run-mode = "TRANSL"
000055         IF ws-queue-filename = SPACES
000055             ADD 1 TO ws-pf-errors
000055             DISPLAY "A3 PREFLIGHT: queue file name missing "
000055         DISPLAY "A3 PREFLIGHT: result file name missing "
000055             "(A3-RESULT-FILE)"
000055     ELSE
000101         IF ws-run-mode = "BATCH" OR ws-run-mode = "INB"
000101             OR ws-run-mode = "TRANSL"
000055*a non-destructive writability check - extend leaves whatever
000055*is already there alone, where an output open would wipe it
000055             OPEN EXTEND RESULT-FILE
000055             END-IF
000055         END-IF
000055     END-IF
000101     IF (ws-run-mode = "INB" OR ws-run-mode = "TRANSL")
000101         AND ws-reject-filename = SPACES
000055         ADD 1 TO ws-pf-errors
000055         DISPLAY "A3 PREFLIGHT: reject file name missing "
000055             "(A3-REJECT-FILE)"
000067         MOVE 12 TO RETURN-CODE
000067         GO TO 9700-BATCH-RUN-EXIT
000067     END-IF
000106*the content screen's rules are loaded up front as well - with
000106*no rules nothing could be screened, so the run is refused
000106*rather than ciphering bodies nobody has looked at
000106     ACCEPT ws-review-filename FROM ENVIRONMENT "A3-SCREEN-REVIEW"
000106     IF ws-review-filename = SPACES
000106         MOVE "SCRNREV.TXT" TO ws-review-filename
000106     END-IF
000106     MOVE "OPEN" TO ws-sess-cmd
000106     CALL "screen" USING txt, ws-dept, ws-cat-code, ws-sess-msgid,
000106         ws-scr-verdict, ws-scr-rule, ws-sess-cmd
000108     MOVE SPACES TO ws-sess-cmd
000106     IF ws-scr-verdict NOT = "Y"
000106         DISPLAY "A3 BATCH: content screening rules not loaded - "
000106             "run refused"
000106         MOVE 12 TO RETURN-CODE
000106         GO TO 9700-BATCH-RUN-EXIT
000106     END-IF
000103*last night's quota overflow is carried in for this queue first
000103*- 9705 puts it on the work file ahead of tonight's traffic
000103     PERFORM 9706-CARRY-OVERFLOW THRU 9706-CARRY-OVERFLOW-EXIT
000068*the queue is consumed highest-priority-first - 9705 rewrites it
000068*into a sequenced work file, and everything from here down runs
000068*against that copy instead of the arrival-order original
000074     IF ws-held-filename = SPACES
000074         MOVE "HELDRECS.TXT" TO ws-held-filename
000074     END-IF
000102*the value-date warehouse is shared state that outlives the
000102*run, so it resolves through the test-region switch
000102     ACCEPT ws-whse-filename FROM ENVIRONMENT "A3-WHSE-FILE"
000102     IF ws-whse-filename = SPACES
000102         MOVE "WHSE.DAT" TO ws-whse-filename
000102     END-IF
000102     CALL "region" USING ws-whse-filename
000107     PERFORM 9761-NAME-OPENREQ THRU 9761-NAME-OPENREQ-EXIT
000074     MOVE SPACES TO ws-drain-filename
000074     STRING FUNCTION TRIM(ws-source-queue)
000074             DELIMITED BY SIZE
000074         ".DRN" DELIMITED BY SIZE
000074         INTO ws-drain-filename
000074     END-STRING
000105     ACCEPT ws-poll-text FROM ENVIRONMENT "A3-POLL-INTERVAL"
000105     IF ws-poll-text NOT = SPACES
000105         COMPUTE ws-poll-interval = FUNCTION NUMVAL(ws-poll-text)
000105     END-IF
000105     IF ws-poll-interval = 0
000105         MOVE 1 TO ws-poll-interval
000105     END-IF
000074     MOVE "N" TO ws-resuming
000074     MOVE 0 TO ws-skip-to
000108     MOVE 0 TO ws-aud-held-count
000074     OPEN INPUT QCKPT-FILE
000074     IF ws-qckpt-status = "00"
000074         READ QCKPT-FILE
000074                             PERFORM 9704-RESTORE-CAT-ROW
000074                                 THRU 9704-RESTORE-CAT-ROW-EXIT
000074                         END-IF
000103                         IF qcd-tag = "DEP "
000103                             PERFORM 9723-RESTORE-QUOTA-ROW
000103                                 THRU 9723-RESTORE-QUOTA-ROW-EXIT
000103                         END-IF
000108                         IF qca-tag = "AUD "
000108                             AND ws-aud-held-count < 500
000108                             ADD 1 TO ws-aud-held-count
000108                             MOVE ws-aud-held-count TO ws-aud-i
000108                             MOVE qca-line
000108                                 TO ws-aud-held-line(ws-aud-i)
000108                         END-IF
000074                 END-READ
000074             END-PERFORM
000074         END-IF
000080     IF ws-resuming = "Y"
000080         DISPLAY "A3 BATCH: resuming after record " ws-skip-to
000080     END-IF
000105     MOVE "Y" TO ws-sess-dup
000105     IF ws-dup-window = 0
000105         MOVE "N" TO ws-sess-dup
000105     END-IF
000105     PERFORM 9725-OPEN-SESSIONS THRU 9725-OPEN-SESSIONS-EXIT
000108*the audit lines the interrupted run was still holding at its
000108*last checkpoint go back into the trail's session ahead of
000108*anything this run audits
000108     IF ws-resuming = "Y" AND ws-aud-held-count > 0
000108         MOVE "RESTR" TO ws-sess-cmd
000108         CALL "auditlog" USING ws-sess-op, ws-sess-len,
000108             ws-sess-flag, ws-sess-chars, ws-sess-spaces,
000108             ws-sess-nonalp, ws-sess-upper, ws-sess-window,
000108             OMITTED, OMITTED, OMITTED, OMITTED, OMITTED,
000108             OMITTED, OMITTED, ws-sess-cmd, ws-aud-held
000108         MOVE SPACES TO ws-sess-cmd
000108         DISPLAY "A3 BATCH: " ws-aud-held-count " held audit "
000108             "line(s) restored from the checkpoint"
000108     END-IF
000105*the first record takes the first poll of the hold list
000105     MOVE ws-poll-interval TO ws-poll-count
000081     SET ws-more-records TO TRUE
000082     PERFORM UNTIL ws-eof-reached
000083         READ QUEUE-FILE
000086                 IF ws-q-recnum NOT > ws-skip-to
000086                     EXIT PERFORM CYCLE
000086                 END-IF
000105*the hold list and drain flag are polled on the interval - a
000105*hold or drain placed mid-run takes effect within that many
000105*records
000105                 ADD 1 TO ws-poll-count
000105                 IF ws-poll-count NOT < ws-poll-interval
000105                     MOVE 0 TO ws-poll-count
000105                     PERFORM 9713-LOAD-HOLD-LIST
000105                         THRU 9713-LOAD-HOLD-LIST-EXIT
000105                     MOVE "Y" TO ws-poll-drain
000105                 END-IF
000086*a record that arrived without a message id (a legacy queue,
000086*or one built outside the intake path) gets one here - from
000086*this point on, everything the record touches carries the
000086                         THRU 9710-WRITE-QCKPT-EXIT
000086                     EXIT PERFORM CYCLE
000086                 END-IF
000102*a record value-dated ahead of tonight's business date is not
000102*ours to transmit yet - it goes to the warehouse, keyed by its
000102*value date and message id, and whrel.cob puts it back on the
000102*queue on the morning its day comes round. A value date that is
000102*not a date at all is rejected rather than guessed at
000102                 IF queue-env-valdate NOT = SPACES
000102                     IF queue-env-valdate IS NOT NUMERIC
000102                         ADD 1 TO ws-rej-count
000102                         MOVE SPACES TO reject-rec
000102                         MOVE "VALUE DATE NOT A DATE"
000102                             TO rej-reason
000102                         MOVE queue-env TO rej-env
000102                         WRITE reject-rec
000102                         PERFORM 9710-WRITE-QCKPT
000102                             THRU 9710-WRITE-QCKPT-EXIT
000102                         EXIT PERFORM CYCLE
000102                     END-IF
000102                     IF queue-env-valdate > ws-run-date
000102                         PERFORM 9718-DIVERT-WAREHOUSE
000102                             THRU 9718-DIVERT-WAREHOUSE-EXIT
000102                         IF ws-stream-failed = "Y"
000102                             SET ws-eof-reached TO TRUE
000102                             EXIT PERFORM CYCLE
000102                         END-IF
000102                         PERFORM 9710-WRITE-QCKPT
000102                             THRU 9710-WRITE-QCKPT-EXIT
000102                         EXIT PERFORM CYCLE
000102                     END-IF
000102                 END-IF
000087                 MOVE queue-env-body TO txt
000087                 MOVE queue-env-keyid TO ws-rec-keyid
000087                 IF ws-rec-keyid = SPACES
000087                         THRU 9710-WRITE-QCKPT-EXIT
000087                     EXIT PERFORM CYCLE
000087                 END-IF
000106*the body is screened before anything else is decided about it -
000106*card numbers, ID numbers and banned words are logged, masked or
000106*sent to compliance review by the rule that found them. A masked
000106*body replaces the envelope's too, so a record deferred from here
000106*does not carry the clear value into the overflow queue
000106                 IF queue-env-msgid = ws-scr-seg-msgid
000106                     MOVE "D" TO ws-scr-verdict
000106                     MOVE ws-scr-seg-rule TO ws-scr-rule
000106                 ELSE
000106                     CALL "screen" USING txt, queue-env-dept,
000106                         ws-cat-code, queue-env-msgid,
000106                         ws-scr-verdict, ws-scr-rule
000106                 END-IF
000106                 IF ws-scr-verdict = "D"
000106                     IF queue-env-segtot IS NUMERIC
000106                         AND queue-env-segtot > "001"
000106                         MOVE queue-env-msgid TO ws-scr-seg-msgid
000106                         MOVE ws-scr-rule TO ws-scr-seg-rule
000106                     END-IF
000106                     PERFORM 9728-DIVERT-REVIEW
000106                         THRU 9728-DIVERT-REVIEW-EXIT
000106                     IF ws-stream-failed = "Y"
000106                         SET ws-eof-reached TO TRUE
000106                         EXIT PERFORM CYCLE
000106                     END-IF
000106                     PERFORM 9710-WRITE-QCKPT
000106                         THRU 9710-WRITE-QCKPT-EXIT
000106                     EXIT PERFORM CYCLE
000106                 END-IF
000106                 IF ws-scr-verdict = "M"
000106                     MOVE txt TO queue-env-body
000106                     ADD 1 TO ws-scr-masked
000106                 END-IF
000103*a department past its nightly quota has the rest of its records
000103*deferred to the overflow queue for the next window instead of
000103*ciphered, so one department's flood cannot push everyone
000103*else's traffic past the cutoff. This is decided before the
000103*duplicate check, which registers the record as seen - a record
000103*deferred after that would read as its own duplicate tomorrow
000103                 PERFORM 9719-CHECK-QUOTA
000103                     THRU 9719-CHECK-QUOTA-EXIT
000103                 IF ws-qt-deferred = "Y"
000103                     PERFORM 9720-DEFER-OVERFLOW
000103                         THRU 9720-DEFER-OVERFLOW-EXIT
000103                     IF ws-stream-failed = "Y"
000103                         SET ws-eof-reached TO TRUE
000103                         EXIT PERFORM CYCLE
000103                     END-IF
000103                     PERFORM 9710-WRITE-QCKPT
000103                         THRU 9710-WRITE-QCKPT-EXIT
000103                     EXIT PERFORM CYCLE
000103                 END-IF
000087*a resubmitted queue file used to sail straight through and the
000087*whole batch got processed twice - fingerprint each record with
000087*its checksum and ask the persistent seen-registry whether it
000087                     MOVE ws-msg-cksum TO dup-checksum
000087                     MOVE queue-env-dept TO dup-dept
000087                     MOVE queue-env-body(1:60) TO dup-body
000104                     MOVE queue-env-msgid TO dup-msgid
000087                     WRITE dup-report-rec
000087                 ELSE
000088*encrypt hands the integrity seal (the checksum of the
000089                 MOVE queue-env-msgid TO ws-res-msgid
000089                 MOVE ws-rec-keyver TO ws-res-keyver
000089                 MOVE ws-rec-cipver TO ws-res-cipver
000107                 MOVE queue-env-corrid TO ws-res-corrid
000089                 MOVE ws-rec-cksum TO ws-res-cksum
000089                 MOVE encrypted-str TO ws-res-body
000089                 MOVE FUNCTION LENGTH(FUNCTION TRIM(
000089                 ADD ws-out-len TO ws-out-bytes
000089                 COMPUTE ws-hash-total = FUNCTION MOD(
000089                     ws-hash-total + ws-rec-cksum, 9999999)
000107*a request is on its way - it waits on the open-request file
000107*for the partner's answer
000107                 IF ws-ct-resp-days(ws-cat-ix) > 0
000107                     PERFORM 9762-OPEN-REQUEST
000107                         THRU 9762-OPEN-REQUEST-EXIT
000107                 END-IF
000089                 END-IF
000089*every completed record advances the checkpoint, so a failure
000089*at record 29,000 of 30,000 costs a rerun minutes, not the
000089                     THRU 9710-WRITE-QCKPT-EXIT
000089*a drain request stops the stream here - after the record in
000089*hand is safely on its files and the checkpoint records it
000105                 IF ws-poll-drain = "Y"
000105                     MOVE "N" TO ws-poll-drain
000105                     PERFORM 9716-CHECK-DRAIN
000105                         THRU 9716-CHECK-DRAIN-EXIT
000105                 END-IF
000089                 IF ws-draining = "Y"
000089                     SET ws-eof-reached TO TRUE
000089                 END-IF
000091*fileread.cob follows for its own restart positions
000091             OPEN OUTPUT QCKPT-FILE
000091             CLOSE QCKPT-FILE
000103*the carried-in overflow is spent with it
000103             OPEN OUTPUT CARRY-FILE
000103             CLOSE CARRY-FILE
000091         END-IF
000091     END-IF
000091*the run's verdict is banked here, before the summary alerts -
000091*every completed CALL resets RETURN-CODE to the callee's final
000091*zero, and a 12 raised mid-run must survive to the scheduler
000091     MOVE RETURN-CODE TO ws-run-rc
000105     PERFORM 9726-CLOSE-SESSIONS THRU 9726-CLOSE-SESSIONS-EXIT
000108     PERFORM 9711-STRIP-QCKPT-AUDIT
000108         THRU 9711-STRIP-QCKPT-AUDIT-EXIT
000106     MOVE "CLOSE" TO ws-sess-cmd
000106     CALL "screen" USING txt, ws-dept, ws-cat-code, ws-sess-msgid,
000106         ws-scr-verdict, ws-scr-rule, ws-sess-cmd
000108     MOVE SPACES TO ws-sess-cmd
000091     IF ws-draining = "Y"
000091         MOVE "drained at operator request - resume pending"
000091             TO ws-alert-msg
000093     IF ws-held-open = "Y"
000093         CLOSE HELD-FILE
000093     END-IF
000103     IF ws-ovf-open = "Y"
000103         CLOSE OVERFLOW-FILE
000103     END-IF
000106     IF ws-review-open = "Y"
000106         CLOSE REVIEW-FILE
000106     END-IF
000107     IF ws-or-open = "Y"
000107         CLOSE OPENREQ-FILE
000107     END-IF
000107     IF ws-or-opened > 0
000107         DISPLAY "A3 BATCH: " ws-or-opened " request(s) "
000107             "awaiting a response on "
000107             FUNCTION TRIM(ws-or-filename)
000107     END-IF
000107     IF ws-or-failed > 0
000107         DISPLAY "A3 BATCH: " ws-or-failed " request(s) could "
000107             "not be entered on " FUNCTION TRIM(ws-or-filename)
000107         MOVE ws-or-failed TO ws-count-disp
000107         MOVE SPACES TO ws-alert-msg
000107         STRING FUNCTION TRIM(ws-count-disp)
000107                 DELIMITED BY SIZE
000107             " request(s) not entered for reply tracking"
000107                 DELIMITED BY SIZE
000107             INTO ws-alert-msg
000107         END-STRING
000107         MOVE "WARN" TO ws-alert-sev
000107         CALL "alertlog" USING ws-keypol-job, ws-alert-sev,
000107             ws-alert-msg
000107         IF ws-run-rc < 4
000107             MOVE 4 TO ws-run-rc
000107         END-IF
000107     END-IF
000106     IF ws-scr-masked > 0
000106         DISPLAY "A3 BATCH: " ws-scr-masked " record(s) "
000106             "masked by the content screen"
000106     END-IF
000106*a record in compliance review is a record that did not go out
000106*tonight - compliance and the operators both need to know
000106     IF ws-review-count > 0
000106         DISPLAY "A3 BATCH: " ws-review-count " record(s) "
000106             "diverted to " FUNCTION TRIM(ws-review-filename)
000106             " for compliance review"
000106         MOVE ws-review-count TO ws-count-disp
000106         MOVE SPACES TO ws-alert-msg
000106         STRING FUNCTION TRIM(ws-count-disp)
000106                 DELIMITED BY SIZE
000106             " record(s) diverted to compliance review"
000106                 DELIMITED BY SIZE
000106             INTO ws-alert-msg
000106         END-STRING
000106         MOVE "WARN" TO ws-alert-sev
000106         CALL "alertlog" USING ws-keypol-job, ws-alert-sev,
000106             ws-alert-msg
000106         IF ws-run-rc < 4
000106             MOVE 4 TO ws-run-rc
000106         END-IF
000106     END-IF
000103     IF ws-carry-count > 0
000103         DISPLAY "A3 BATCH: " ws-carry-count " record(s) "
000103             "carried in from the overflow queue"
000103     END-IF
000103     IF ws-ovf-count > 0
000103         DISPLAY "A3 BATCH: " ws-ovf-count " record(s) "
000103             "deferred to " FUNCTION TRIM(ws-ovf-filename)
000103             " over department quota"
000103         PERFORM VARYING ws-qt-i FROM 1 BY 1
000103                 UNTIL ws-qt-i > ws-qt-count
000103             IF ws-qt-defer(ws-qt-i) > 0
000103                 PERFORM 9724-ALERT-QUOTA
000103                     THRU 9724-ALERT-QUOTA-EXIT
000103             END-IF
000103         END-PERFORM
000103         IF ws-run-rc < 4
000103             MOVE 4 TO ws-run-rc
000103         END-IF
000103     END-IF
000102     IF ws-whse-open = "Y"
000102         CLOSE WHSE-FILE
000102     END-IF
000102     IF ws-whse-count > 0 OR ws-whse-dups > 0
000102         DISPLAY "A3 BATCH: " ws-whse-count " record(s) "
000102             "value-dated ahead, warehoused to "
000102             FUNCTION TRIM(ws-whse-filename)
000102         IF ws-whse-dups > 0
000102             DISPLAY "A3 BATCH: " ws-whse-dups " record(s) "
000102                 "already in the warehouse from an earlier run"
000102         END-IF
000102         MOVE ws-whse-count TO ws-count-disp
000102         MOVE SPACES TO ws-alert-msg
000102         STRING FUNCTION TRIM(ws-count-disp)
000102                 DELIMITED BY SIZE
000102             " record(s) warehoused to a later value date"
000102                 DELIMITED BY SIZE
000102             INTO ws-alert-msg
000102         END-STRING
000102         MOVE "INFO" TO ws-alert-sev
000102         CALL "alertlog" USING ws-keypol-job, ws-alert-sev,
000102             ws-alert-msg
000102     END-IF
000093     IF ws-held-count > 0
000093         DISPLAY "A3 BATCH: " ws-held-count " record(s) "
000093             "diverted to " ws-held-filename
000096                         MOVE 0 TO ws-ct-count(ws-cat-count)
000096                         MOVE 0 TO ws-ct-bytes(ws-cat-count)
000096                         MOVE 0 TO ws-ct-hash(ws-cat-count)
000107                         MOVE 0 TO ws-ct-resp-days(ws-cat-count)
000107                         IF ct-resp-days IS NUMERIC
000107                             MOVE ct-resp-days
000107                                 TO ws-ct-resp-days(ws-cat-count)
000107                         END-IF
000096                     ELSE
000096                         DISPLAY "A3 BATCH: category table "
000096                             "entry limit reached - " ct-code
000097         GO TO 9705-SEQUENCE-QUEUE-EXIT
000097     END-IF
000097     MOVE "Y" TO ws-prio-ok
000103*the carried-in overflow goes first, in the order it was
000103*deferred - it has already waited a night
000103     MOVE 0 TO ws-carry-count
000103     OPEN INPUT CARRY-FILE
000103     IF ws-carry-status = "00"
000103         SET ws-more-records TO TRUE
000103         PERFORM UNTIL ws-eof-reached
000103             READ CARRY-FILE
000103                 AT END
000103                     SET ws-eof-reached TO TRUE
000103                 NOT AT END
000103                     WRITE prio-rec FROM carry-env
000103                     ADD 1 TO ws-carry-count
000103             END-READ
000103         END-PERFORM
000103         CLOSE CARRY-FILE
000103     END-IF
000097     PERFORM VARYING ws-prio-ix FROM 1 BY 1
000097             UNTIL ws-prio-ix > 9
000097         MOVE ws-prio-ranks(ws-prio-ix:1) TO ws-prio-pass
000097 9705-SEQUENCE-QUEUE-EXIT.
000097     EXIT
000097     .
000103*----------------------------------------------------------------
000103* 9706-CARRY-OVERFLOW takes the overflow queue - the records
000103* earlier nights deferred past a department quota - into this
000103* queue's carry file (source-queue.OVF), then empties the
000103* overflow queue so tonight's own deferrals start it afresh.
000103* 9705 writes the carry file to the work queue ahead of every
000103* rank of new traffic. A resumed run takes nothing new: its
000103* carry file is left exactly as the interrupted run built it,
000103* so the work queue rebuilds record for record and the
000103* checkpoint still points at the right place. The carry file is
000103* extended rather than rewritten, so a run interrupted before
000103* its first checkpoint cannot lose what it had carried.
000103*----------------------------------------------------------------
000103 9706-CARRY-OVERFLOW.
000103     ACCEPT ws-ovf-filename FROM ENVIRONMENT "A3-OVERFLOW-FILE"
000103     IF ws-ovf-filename = SPACES
000103         MOVE "OVERFLOW.TXT" TO ws-ovf-filename
000103     END-IF
000103     CALL "region" USING ws-ovf-filename
000103     MOVE SPACES TO ws-carry-filename
000103     STRING FUNCTION TRIM(ws-queue-filename)
000103             DELIMITED BY SIZE
000103         ".OVF" DELIMITED BY SIZE
000103         INTO ws-carry-filename
000103     END-STRING
000103     MOVE SPACES TO ws-qckpt-filename
000103     STRING FUNCTION TRIM(ws-queue-filename)
000103             DELIMITED BY SIZE
000103         ".CKP" DELIMITED BY SIZE
000103         INTO ws-qckpt-filename
000103     END-STRING
000103     MOVE "N" TO ws-carry-resume
000103     OPEN INPUT QCKPT-FILE
000103     IF ws-qckpt-status = "00"
000103         READ QCKPT-FILE
000103             AT END
000103                 CONTINUE
000103             NOT AT END
000103                 IF qc-recnum IS NUMERIC AND qc-recnum > 0
000103                     MOVE "Y" TO ws-carry-resume
000103                 END-IF
000103         END-READ
000103         CLOSE QCKPT-FILE
000103     END-IF
000103     IF ws-carry-resume = "Y"
000103         GO TO 9706-CARRY-OVERFLOW-EXIT
000103     END-IF
000103     OPEN INPUT OVERFLOW-FILE
000103     IF ws-ovf-status NOT = "00"
000103         GO TO 9706-CARRY-OVERFLOW-EXIT
000103     END-IF
000103     OPEN EXTEND CARRY-FILE
000103     IF ws-carry-status = "35"
000103         OPEN OUTPUT CARRY-FILE
000103     END-IF
000103*an overflow that cannot be carried stays where it is - it
000103*waits for the next run rather than being lost
000103     IF ws-carry-status NOT = "00"
000103         DISPLAY "A3 BATCH: cannot open overflow carry file "
000103             ws-carry-filename " - overflow left for next run"
000103         CLOSE OVERFLOW-FILE
000103         GO TO 9706-CARRY-OVERFLOW-EXIT
000103     END-IF
000103     SET ws-more-records TO TRUE
000103     PERFORM UNTIL ws-eof-reached
000103         READ OVERFLOW-FILE
000103             AT END
000103                 SET ws-eof-reached TO TRUE
000103             NOT AT END
000103                 WRITE carry-env FROM ovf-env
000103         END-READ
000103     END-PERFORM
000103     CLOSE OVERFLOW-FILE
000103     CLOSE CARRY-FILE
000103     OPEN OUTPUT OVERFLOW-FILE
000103     CLOSE OVERFLOW-FILE
000103     .
000103 9706-CARRY-OVERFLOW-EXIT.
000103     EXIT
000103     .
000097*----------------------------------------------------------------
000097* 9707-WRITE-CAT-RESULT lands the finished result record in its
000097* category's own cut - the file opens OUTPUT with its header
000098*----------------------------------------------------------------
000098* 9710-WRITE-QCKPT records the queue position just completed and
000098* the running control totals, replacing the previous checkpoint.
000108* The audit lines the trail's session is still holding go in
000108* with it - a restart resumes past this record, so lines not yet
000108* appended must survive the interruption some other way, and the
000108* trail is only opened once a block.
000098*----------------------------------------------------------------
000098 9710-WRITE-QCKPT.
000108     MOVE 0 TO ws-aud-held-count
000108     MOVE "HELD" TO ws-sess-cmd
000108     CALL "auditlog" USING ws-sess-op, ws-sess-len,
000108         ws-sess-flag, ws-sess-chars, ws-sess-spaces,
000108         ws-sess-nonalp, ws-sess-upper, ws-sess-window,
000108         OMITTED, OMITTED, OMITTED, OMITTED, OMITTED,
000108         OMITTED, OMITTED, ws-sess-cmd, ws-aud-held
000108     MOVE SPACES TO ws-sess-cmd
000098     OPEN OUTPUT QCKPT-FILE
000098     IF ws-qckpt-status NOT = "00"
000098         DISPLAY "A3 BATCH: checkpoint unavailable, status "
000098             WRITE qckpt-cat-rec
000098         END-IF
000098     END-PERFORM
000103     PERFORM VARYING ws-qt-i FROM 1 BY 1
000103             UNTIL ws-qt-i > ws-qt-count
000103         MOVE "DEP " TO qcd-tag
000103         MOVE ws-qt-dept(ws-qt-i) TO qcd-dept
000103         MOVE ws-qt-recs(ws-qt-i) TO qcd-recs
000103         MOVE ws-qt-bytes(ws-qt-i) TO qcd-bytes
000103         MOVE ws-qt-defer(ws-qt-i) TO qcd-defer
000103         WRITE qckpt-dept-rec
000103     END-PERFORM
000108     PERFORM VARYING ws-aud-i FROM 1 BY 1
000108             UNTIL ws-aud-i > ws-aud-held-count
000108         MOVE "AUD " TO qca-tag
000108         MOVE ws-aud-held-line(ws-aud-i) TO qca-line
000108         WRITE qckpt-aud-rec
000108     END-PERFORM
000098     CLOSE QCKPT-FILE
000098     .
000098 9710-WRITE-QCKPT-EXIT.
000098     EXIT
000098     .
000108*----------------------------------------------------------------
000108* 9711-STRIP-QCKPT-AUDIT takes the AUD lines back out of a
000108* checkpoint the run leaves standing (a drain, or a stop short of
000108* the end of the queue). Closing the trail's session has just
000108* appended every line it held, so a resume must not hand them
000108* back a second time; the position, CAT and DEP lines are
000108* rewritten as they stood.
000108*----------------------------------------------------------------
000108 9711-STRIP-QCKPT-AUDIT.
000108     MOVE 0 TO ws-ck-keep-count
000108     MOVE 0 TO ws-ck-aud-count
000108     OPEN INPUT QCKPT-FILE
000108     IF ws-qckpt-status NOT = "00"
000108         GO TO 9711-STRIP-QCKPT-AUDIT-EXIT
000108     END-IF
000108     SET ws-ck-more TO TRUE
000108     PERFORM UNTIL ws-ck-done
000108         READ QCKPT-FILE
000108             AT END
000108                 SET ws-ck-done TO TRUE
000108             NOT AT END
000108                 IF qca-tag = "AUD "
000108                     ADD 1 TO ws-ck-aud-count
000108                 ELSE
000108                     IF ws-ck-keep-count < ws-ck-keep-max
000108                         ADD 1 TO ws-ck-keep-count
000108                         MOVE qckpt-aud-rec
000108                             TO ws-ck-keep-line(ws-ck-keep-count)
000108                     END-IF
000108                 END-IF
000108         END-READ
000108     END-PERFORM
000108     CLOSE QCKPT-FILE
000108     IF ws-ck-aud-count = 0
000108         GO TO 9711-STRIP-QCKPT-AUDIT-EXIT
000108     END-IF
000108     OPEN OUTPUT QCKPT-FILE
000108     IF ws-qckpt-status NOT = "00"
000108         DISPLAY "A3 BATCH: checkpoint unavailable, status "
000108             ws-qckpt-status " - held audit lines not cleared"
000108         GO TO 9711-STRIP-QCKPT-AUDIT-EXIT
000108     END-IF
000108     PERFORM VARYING ws-aud-i FROM 1 BY 1
000108             UNTIL ws-aud-i > ws-ck-keep-count
000108         MOVE ws-ck-keep-line(ws-aud-i) TO qckpt-aud-rec
000108         WRITE qckpt-aud-rec
000108     END-PERFORM
000108     CLOSE QCKPT-FILE
000108     .
000108 9711-STRIP-QCKPT-AUDIT-EXIT.
000108     EXIT
000108     .
000105*----------------------------------------------------------------
000105* 9712-CHECK-HOLD answers whether the record in hand belongs to
000105* a department on the operator hold list, as 9713 last loaded
000105* it - a hold placed mid-evening takes effect within one poll
000105* interval. No list on disk means nothing is held.
000105*----------------------------------------------------------------
000105 9712-CHECK-HOLD.
000105     MOVE "N" TO ws-dept-held
000105     PERFORM VARYING ws-hold-i FROM 1 BY 1
000105             UNTIL ws-hold-i > ws-hold-count
000105         IF ws-hold-dept(ws-hold-i) = queue-env-dept
000105             MOVE "Y" TO ws-dept-held
000105             MOVE ws-hold-count TO ws-hold-i
000105         END-IF
000105     END-PERFORM
000105     .
000105 9712-CHECK-HOLD-EXIT.
000105     EXIT
000105     .
000105*----------------------------------------------------------------
000105* 9713-LOAD-HOLD-LIST rereads the operator hold list into the
000105* table 9712 checks - a list that has gone away releases every
000105* hold at the next poll, the same as it always has.
000105*----------------------------------------------------------------
000105 9713-LOAD-HOLD-LIST.
000105     MOVE 0 TO ws-hold-count
000105     OPEN INPUT HOLD-FILE
000105     IF ws-hold-status NOT = "00"
000105         GO TO 9713-LOAD-HOLD-LIST-EXIT
000105     END-IF
000105     SET ws-more-records TO TRUE
000105     PERFORM UNTIL ws-eof-reached
000105         READ HOLD-FILE
000105             AT END
000105                 SET ws-eof-reached TO TRUE
000105             NOT AT END
000105                 IF hold-rec NOT = SPACES
000105                     AND ws-hold-count < ws-hold-max
000105                     ADD 1 TO ws-hold-count
000105                     MOVE hold-rec TO ws-hold-dept(ws-hold-count)
000105                 END-IF
000105         END-READ
000105     END-PERFORM
000105     CLOSE HOLD-FILE
000105*the processing loop's own end-of-file switch was borrowed for
000105*this scan - put it back before the loop looks at it again
000105     SET ws-more-records TO TRUE
000105     .
000105 9713-LOAD-HOLD-LIST-EXIT.
000105     EXIT
000105     .
000098*----------------------------------------------------------------
000098* 9714-DIVERT-HELD lands the held record, envelope intact, on
000098* the held-records file - opened EXTEND on first use so a
000098     EXIT
000098     .
000098*----------------------------------------------------------------
000108* 9716-CHECK-DRAIN looks for the drain flag file after every
000108* A3-POLL-INTERVAL completed records - when the operator has
000108* created it, the flag is consumed (deleted) so the resumed run
000108* does not drain itself straight away, and the caller stops the
000108* stream.
000098*----------------------------------------------------------------
000098 9716-CHECK-DRAIN.
000098     OPEN INPUT DRAIN-FILE
000098 9716-CHECK-DRAIN-EXIT.
000098     EXIT
000098     .
000102*----------------------------------------------------------------
000102* 9718-DIVERT-WAREHOUSE lands a record dated ahead of tonight's
000102* business date in the value-date warehouse, envelope intact,
000102* under its value date, message id and segment. The warehouse
000102* is opened I-O on first use and created if it is not there
000102* yet. A key already on file is a record an interrupted run
000102* warehoused before its checkpoint was written - it is counted
000102* and passed, never written twice. Any other failure stops the
000102* stream before the record's checkpoint, as the hold path does.
000102*----------------------------------------------------------------
000102 9718-DIVERT-WAREHOUSE.
000102     IF ws-whse-open NOT = "Y"
000102         OPEN I-O WHSE-FILE
000102         IF ws-whse-status = "35"
000102             OPEN OUTPUT WHSE-FILE
000102             IF ws-whse-status = "00"
000102                 CLOSE WHSE-FILE
000102                 OPEN I-O WHSE-FILE
000102             END-IF
000102         END-IF
000102         IF ws-whse-status NOT = "00"
000102             DISPLAY "A3 BATCH: value-date warehouse "
000102                 "unavailable, status " ws-whse-status
000102                 " - stream stopped before the record "
000102                 "was lost"
000102             MOVE "Y" TO ws-stream-failed
000102             MOVE 12 TO RETURN-CODE
000102             GO TO 9718-DIVERT-WAREHOUSE-EXIT
000102         END-IF
000102         MOVE "Y" TO ws-whse-open
000102     END-IF
000102     MOVE SPACES TO whse-rec
000102     MOVE queue-env-valdate TO wh-valdate
000102     MOVE queue-env-msgid TO wh-msgid
000102     MOVE queue-env-segnum TO wh-segnum
000102     MOVE ws-run-date TO wh-stored
000102     MOVE queue-env TO wh-env
000102     WRITE whse-rec
000102     IF ws-whse-status = "22"
000102         ADD 1 TO ws-whse-dups
000102         GO TO 9718-DIVERT-WAREHOUSE-EXIT
000102     END-IF
000102     IF ws-whse-status NOT = "00"
000102         DISPLAY "A3 BATCH: write failed on value-date "
000102             "warehouse, status " ws-whse-status
000102             " - stream stopped"
000102         MOVE "Y" TO ws-stream-failed
000102         MOVE 12 TO RETURN-CODE
000102         GO TO 9718-DIVERT-WAREHOUSE-EXIT
000102     END-IF
000102     ADD 1 TO ws-whse-count
000102     .
000102 9718-DIVERT-WAREHOUSE-EXIT.
000102     EXIT
000102     .
000103*----------------------------------------------------------------
000103* 9719-CHECK-QUOTA decides whether the record in hand is over
000103* its department's nightly quota. A record that goes ahead is
000103* charged to the department - one record and its message bytes -
000103* whether or not it is priority 1; a priority-1 record is never
000103* deferred, even past the quota. The later segments of a
000103* segmented message take the verdict of its first segment, so
000103* a message is never split across two nights. Zero quotas (or
000103* no profile) mean the department is never deferred.
000103*----------------------------------------------------------------
000103 9719-CHECK-QUOTA.
000103     MOVE "N" TO ws-qt-deferred
000103     MOVE queue-env-dept TO ws-qt-key
000103     PERFORM 9721-FIND-QUOTA-ROW THRU 9721-FIND-QUOTA-ROW-EXIT
000103     MOVE FUNCTION LENGTH(FUNCTION TRIM(txt TRAILING))
000103         TO ws-qt-len
000103     MOVE 0 TO ws-rec-segnum
000103     IF queue-env-segnum IS NUMERIC
000103         COMPUTE ws-rec-segnum =
000103             FUNCTION NUMVAL(queue-env-segnum)
000103     END-IF
000103     IF ws-rec-segnum > 1
000103         AND queue-env-msgid = ws-qt-seg-msgid
000103         MOVE ws-qt-seg-verdict TO ws-qt-deferred
000103     ELSE
000103         IF ws-qt-ix > 0
000103             AND queue-env-priority NOT = "1"
000103             IF (ws-qt-lim-recs(ws-qt-ix) > 0
000103                 AND ws-qt-recs(ws-qt-ix) NOT <
000103                     ws-qt-lim-recs(ws-qt-ix))
000103                 OR (ws-qt-lim-bytes(ws-qt-ix) > 0
000103                 AND ws-qt-bytes(ws-qt-ix) + ws-qt-len >
000103                     ws-qt-lim-bytes(ws-qt-ix))
000103                 MOVE "Y" TO ws-qt-deferred
000103             END-IF
000103         END-IF
000103         IF ws-rec-segnum > 0
000103             MOVE queue-env-msgid TO ws-qt-seg-msgid
000103             MOVE ws-qt-deferred TO ws-qt-seg-verdict
000103         END-IF
000103     END-IF
000103     IF ws-qt-ix = 0
000103         GO TO 9719-CHECK-QUOTA-EXIT
000103     END-IF
000103     IF ws-qt-deferred = "Y"
000103         ADD 1 TO ws-qt-defer(ws-qt-ix)
000103     ELSE
000103         ADD 1 TO ws-qt-recs(ws-qt-ix)
000103         ADD ws-qt-len TO ws-qt-bytes(ws-qt-ix)
000103     END-IF
000103     .
000103 9719-CHECK-QUOTA-EXIT.
000103     EXIT
000103     .
000103*----------------------------------------------------------------
000103* 9720-DEFER-OVERFLOW lands the deferred record, envelope and
000103* message id intact, on the overflow queue - opened EXTEND on
000103* first use, and a failure stops the stream before the record's
000103* checkpoint, as the hold path does.
000103*----------------------------------------------------------------
000103 9720-DEFER-OVERFLOW.
000103     IF ws-ovf-open NOT = "Y"
000103         OPEN EXTEND OVERFLOW-FILE
000103         IF ws-ovf-status = "35"
000103             OPEN OUTPUT OVERFLOW-FILE
000103         END-IF
000103         IF ws-ovf-status NOT = "00"
000103             DISPLAY "A3 BATCH: overflow queue "
000103                 "unavailable, status " ws-ovf-status
000103                 " - stream stopped before the record "
000103                 "was lost"
000103             MOVE "Y" TO ws-stream-failed
000103             MOVE 12 TO RETURN-CODE
000103             GO TO 9720-DEFER-OVERFLOW-EXIT
000103         END-IF
000103         MOVE "Y" TO ws-ovf-open
000103     END-IF
000103     WRITE ovf-env FROM queue-env
000103     IF ws-ovf-status NOT = "00"
000103         DISPLAY "A3 BATCH: write failed on overflow queue, "
000103             "status " ws-ovf-status " - stream stopped"
000103         MOVE "Y" TO ws-stream-failed
000103         MOVE 12 TO RETURN-CODE
000103         GO TO 9720-DEFER-OVERFLOW-EXIT
000103     END-IF
000103     ADD 1 TO ws-ovf-count
000103     .
000103 9720-DEFER-OVERFLOW-EXIT.
000103     EXIT
000103     .
000103*----------------------------------------------------------------
000103* 9721-FIND-QUOTA-ROW finds the quota row for the department in
000103* ws-qt-key, opening one from the department's profile the
000103* first time it is seen. A full table leaves ws-qt-ix zero and
000103* the department unmetered for the rest of the night.
000103*----------------------------------------------------------------
000103 9721-FIND-QUOTA-ROW.
000103     MOVE 0 TO ws-qt-ix
000103     PERFORM VARYING ws-qt-i FROM 1 BY 1
000103             UNTIL ws-qt-i > ws-qt-count
000103         IF ws-qt-dept(ws-qt-i) = ws-qt-key
000103             MOVE ws-qt-i TO ws-qt-ix
000103             MOVE ws-qt-count TO ws-qt-i
000103         END-IF
000103     END-PERFORM
000103     IF ws-qt-ix > 0
000103         GO TO 9721-FIND-QUOTA-ROW-EXIT
000103     END-IF
000103     IF ws-qt-count NOT < ws-qt-max
000103         GO TO 9721-FIND-QUOTA-ROW-EXIT
000103     END-IF
000103     ADD 1 TO ws-qt-count
000103     MOVE ws-qt-count TO ws-qt-ix
000103     MOVE ws-qt-key TO ws-qt-dept(ws-qt-ix)
000103     MOVE 0 TO ws-qt-lim-recs(ws-qt-ix) ws-qt-lim-bytes(ws-qt-ix)
000103         ws-qt-recs(ws-qt-ix) ws-qt-bytes(ws-qt-ix)
000103         ws-qt-defer(ws-qt-ix)
000103     IF ws-qt-key NOT = SPACES
000103         CALL "deptprof" USING ws-qt-key, ws-qp-keyid,
000103             ws-qp-result, ws-qp-export, ws-qp-dblpass,
000103             ws-qp-keyid2, ws-qp-encoding, ws-qp-found,
000103             ws-qt-lim-recs(ws-qt-ix), ws-qt-lim-bytes(ws-qt-ix)
000103     END-IF
000103     .
000103 9721-FIND-QUOTA-ROW-EXIT.
000103     EXIT
000103     .
000103*----------------------------------------------------------------
000103* 9723-RESTORE-QUOTA-ROW puts one checkpointed department's
000103* consumption and deferrals back, against quotas reread from
000103* its profile.
000103*----------------------------------------------------------------
000103 9723-RESTORE-QUOTA-ROW.
000103     MOVE qcd-dept TO ws-qt-key
000103     PERFORM 9721-FIND-QUOTA-ROW THRU 9721-FIND-QUOTA-ROW-EXIT
000103     IF ws-qt-ix = 0
000103         GO TO 9723-RESTORE-QUOTA-ROW-EXIT
000103     END-IF
000103     MOVE qcd-recs TO ws-qt-recs(ws-qt-ix)
000103     MOVE qcd-bytes TO ws-qt-bytes(ws-qt-ix)
000103     MOVE qcd-defer TO ws-qt-defer(ws-qt-ix)
000103     .
000103 9723-RESTORE-QUOTA-ROW-EXIT.
000103     EXIT
000103     .
000103*----------------------------------------------------------------
000103* 9724-ALERT-QUOTA raises the warning for one department that
000103* went past its quota tonight, naming it and its deferred count.
000103*----------------------------------------------------------------
000103 9724-ALERT-QUOTA.
000103     DISPLAY "A3 BATCH: department " ws-qt-dept(ws-qt-i)
000103         " over quota - " ws-qt-defer(ws-qt-i)
000103         " record(s) deferred"
000103     MOVE ws-qt-defer(ws-qt-i) TO ws-count-disp
000103     MOVE SPACES TO ws-alert-msg
000103     STRING "DEPT " DELIMITED BY SIZE
000103         ws-qt-dept(ws-qt-i) DELIMITED BY SPACE
000103         " over quota - " DELIMITED BY SIZE
000103         FUNCTION TRIM(ws-count-disp) DELIMITED BY SIZE
000103         " record(s) deferred to overflow" DELIMITED BY SIZE
000103         INTO ws-alert-msg
000103     END-STRING
000103     MOVE "WARN" TO ws-alert-sev
000103     CALL "alertlog" USING ws-keypol-job, ws-alert-sev,
000103         ws-alert-msg
000103     .
000103 9724-ALERT-QUOTA-EXIT.
000103     EXIT
000103     .
000105*----------------------------------------------------------------
000105* 9725-OPEN-SESSIONS opens the shared subprograms' files for the
000105* run - the key-store (with its cache of resolved key-ids), the
000105* message-id counter (a block of ids at a time), the audit trail
000108* (lines held until a block fills; the checkpoint carries any
000108* still held) and, when ws-sess-dup says the run checks
000108* duplicates, the registry (opened once, shared with parallel
000108* streams, each entry locked only while it is checked). 9726
000108* closes them again;
000105* a run that opens them must close them on every way out.
000105*----------------------------------------------------------------
000105 9725-OPEN-SESSIONS.
000105     MOVE "OPEN" TO ws-sess-cmd
000105     PERFORM 9727-SESSION-CALLS THRU 9727-SESSION-CALLS-EXIT
000105     .
000105 9725-OPEN-SESSIONS-EXIT.
000105     EXIT
000105     .
000105 9726-CLOSE-SESSIONS.
000105     MOVE "CLOSE" TO ws-sess-cmd
000105     PERFORM 9727-SESSION-CALLS THRU 9727-SESSION-CALLS-EXIT
000105     .
000105 9726-CLOSE-SESSIONS-EXIT.
000105     EXIT
000105     .
000105 9727-SESSION-CALLS.
000105     CALL "keystore" USING ws-sess-keyid, ws-sess-keyword,
000105         OMITTED, ws-sess-cmd
000105     CALL "msgid" USING ws-sess-msgid, ws-sess-cmd
000105     CALL "auditlog" USING ws-sess-op, ws-sess-len,
000105         ws-sess-flag, ws-sess-chars, ws-sess-spaces,
000105         ws-sess-nonalp, ws-sess-upper, ws-sess-window,
000105         OMITTED, OMITTED, OMITTED, OMITTED, OMITTED,
000105         OMITTED, OMITTED, ws-sess-cmd
000105     IF ws-sess-dup = "Y"
000105         CALL "dupcheck" USING ws-sess-cksum, ws-sess-window,
000105             ws-sess-flag, OMITTED, ws-sess-cmd
000105     END-IF
000108*the per-record calls leave the session argument off, and a
000108*CALL that leaves an argument off hands the callee the address
000108*it was given last - the command is cleared so that address
000108*reads as no session request and the record is worked
000108     MOVE SPACES TO ws-sess-cmd
000105     .
000105 9727-SESSION-CALLS-EXIT.
000105     EXIT
000105     .
000106*----------------------------------------------------------------
000106* 9728-DIVERT-REVIEW lands a record the content screen diverted on
000106* the compliance review file, envelope exactly as it arrived and
000106* the rule that fired in the reason column - opened EXTEND on
000106* first use, and a failure stops the stream before the record's
000106* checkpoint, as the hold path does.
000106*----------------------------------------------------------------
000106 9728-DIVERT-REVIEW.
000106     IF ws-review-open NOT = "Y"
000106         OPEN EXTEND REVIEW-FILE
000106         IF ws-review-status = "35"
000106             OPEN OUTPUT REVIEW-FILE
000106         END-IF
000106         IF ws-review-status NOT = "00"
000106             DISPLAY "A3 BATCH: compliance review file "
000106                 "unavailable, status " ws-review-status
000106                 " - stream stopped before the record "
000106                 "was lost"
000106             MOVE "Y" TO ws-stream-failed
000106             MOVE 12 TO RETURN-CODE
000106             GO TO 9728-DIVERT-REVIEW-EXIT
000106         END-IF
000106         MOVE "Y" TO ws-review-open
000106     END-IF
000106     MOVE SPACES TO review-rec
000106     STRING "SCREENED - RULE " DELIMITED BY SIZE
000106         ws-scr-rule DELIMITED BY SPACE
000106         INTO rev-reason
000106     END-STRING
000106     MOVE queue-env TO rev-env
000106     WRITE review-rec
000106     IF ws-review-status NOT = "00"
000106         DISPLAY "A3 BATCH: write failed on compliance review "
000106             "file, status " ws-review-status
000106             " - stream stopped"
000106         MOVE "Y" TO ws-stream-failed
000106         MOVE 12 TO RETURN-CODE
000106         GO TO 9728-DIVERT-REVIEW-EXIT
000106     END-IF
000106     ADD 1 TO ws-review-count
000106     .
000106 9728-DIVERT-REVIEW-EXIT.
000106     EXIT
000106     .
000107*----------------------------------------------------------------
000107* 9761-NAME-OPENREQ names the open-request file - shared state
000107* that outlives the run, so it resolves through the test-region
000107* switch. 9763 opens it I-O on first use, creating it if it is
000107* not there yet; a file that will not open is reported once and
000107* the run goes on, its requests and responses counted as missed.
000107*----------------------------------------------------------------
000107 9761-NAME-OPENREQ.
000107     ACCEPT ws-or-filename FROM ENVIRONMENT "A3-OPENREQ-FILE"
000107     IF ws-or-filename = SPACES
000107         MOVE "OPENREQ.DAT" TO ws-or-filename
000107     END-IF
000107     CALL "region" USING ws-or-filename
000107     .
000107 9761-NAME-OPENREQ-EXIT.
000107     EXIT
000107     .
000107*----------------------------------------------------------------
000107* 9762-OPEN-REQUEST enters the request just ciphered on the open-
000107* request file, due back its category's response days after the
000107* business date it went out. A key already on file is a later
000107* segment of the same message, or a request an interrupted run
000107* entered before its checkpoint - it is left as it stands.
000107*----------------------------------------------------------------
000107 9762-OPEN-REQUEST.
000107     PERFORM 9763-OPEN-OPENREQ THRU 9763-OPEN-OPENREQ-EXIT
000107     IF ws-or-open NOT = "Y"
000107         ADD 1 TO ws-or-failed
000107         GO TO 9762-OPEN-REQUEST-EXIT
000107     END-IF
000107     MOVE SPACES TO openreq-rec
000107     MOVE queue-env-msgid TO or-msgid
000107     MOVE queue-env-dept TO or-dept
000107     MOVE ws-cat-code TO or-category
000107     SET or-open TO TRUE
000107     MOVE ws-run-date TO or-sent
000107     MOVE ws-run-date TO ws-or-date-n
000107     COMPUTE ws-or-due-n = FUNCTION DATE-OF-INTEGER(
000107         FUNCTION INTEGER-OF-DATE(ws-or-date-n)
000107         + ws-ct-resp-days(ws-cat-ix))
000107     MOVE ws-or-due-n TO or-due
000107     WRITE openreq-rec
000107     IF ws-or-status = "22"
000107         GO TO 9762-OPEN-REQUEST-EXIT
000107     END-IF
000107     IF ws-or-status NOT = "00"
000107         ADD 1 TO ws-or-failed
000107         GO TO 9762-OPEN-REQUEST-EXIT
000107     END-IF
000107     ADD 1 TO ws-or-opened
000107     .
000107 9762-OPEN-REQUEST-EXIT.
000107     EXIT
000107     .
000107 9763-OPEN-OPENREQ.
000107     IF ws-or-open NOT = "N"
000107         GO TO 9763-OPEN-OPENREQ-EXIT
000107     END-IF
000107     OPEN I-O OPENREQ-FILE
000107     IF ws-or-status = "35"
000107         OPEN OUTPUT OPENREQ-FILE
000107         IF ws-or-status = "00"
000107             CLOSE OPENREQ-FILE
000107             OPEN I-O OPENREQ-FILE
000107         END-IF
000107     END-IF
000107     IF ws-or-status NOT = "00"
000107         DISPLAY "A3: open-request file "
000107             FUNCTION TRIM(ws-or-filename)
000107             " unavailable, status " ws-or-status
000107             " - reply tracking missed for this run"
000107         MOVE "X" TO ws-or-open
000107         GO TO 9763-OPEN-OPENREQ-EXIT
000107     END-IF
000107     MOVE "Y" TO ws-or-open
000107     .
000107 9763-OPEN-OPENREQ-EXIT.
000107     EXIT
000107     .
000107*----------------------------------------------------------------
000107* 9765-CLOSE-REQUEST closes the request an inbound response names
000107* in its correlation id, with the date and the response's own id
000107* and department. A response naming an id that was never sent is
000107* entered under that id as unsolicited for the daily report; one
000107* naming a request already answered is counted as a repeat.
000107*----------------------------------------------------------------
000107 9765-CLOSE-REQUEST.
000107     PERFORM 9763-OPEN-OPENREQ THRU 9763-OPEN-OPENREQ-EXIT
000107     IF ws-or-open NOT = "Y"
000107         ADD 1 TO ws-or-failed
000107         GO TO 9765-CLOSE-REQUEST-EXIT
000107     END-IF
000107     MOVE queue-env-corrid TO or-msgid
000107     READ OPENREQ-FILE
000107     IF ws-or-status = "23"
000107         MOVE SPACES TO openreq-rec
000107         MOVE queue-env-corrid TO or-msgid
000107         SET or-unsolicited TO TRUE
000107         MOVE ws-run-date TO or-resp-date
000107         MOVE queue-env-msgid TO or-resp-msgid
000107         MOVE queue-env-dept TO or-resp-dept
000107         WRITE openreq-rec
000108         IF ws-or-status NOT = "00"
000108             ADD 1 TO ws-or-failed
000108             GO TO 9765-CLOSE-REQUEST-EXIT
000108         END-IF
000107         ADD 1 TO ws-or-unsol
000107         GO TO 9765-CLOSE-REQUEST-EXIT
000107     END-IF
000107     IF ws-or-status NOT = "00"
000107         ADD 1 TO ws-or-failed
000107         GO TO 9765-CLOSE-REQUEST-EXIT
000107     END-IF
000107     IF NOT or-open
000107         ADD 1 TO ws-or-repeat
000107         GO TO 9765-CLOSE-REQUEST-EXIT
000107     END-IF
000107     SET or-answered TO TRUE
000107     MOVE ws-run-date TO or-resp-date
000107     MOVE queue-env-msgid TO or-resp-msgid
000107     MOVE queue-env-dept TO or-resp-dept
000107     REWRITE openreq-rec
000107     IF ws-or-status NOT = "00"
000107         ADD 1 TO ws-or-failed
000107         GO TO 9765-CLOSE-REQUEST-EXIT
000107     END-IF
000107     ADD 1 TO ws-or-answered
000107     .
000107 9765-CLOSE-REQUEST-EXIT.
000107     EXIT
000107     .
000099*----------------------------------------------------------------
000099* 9750-INBOUND-RUN is the other direction of 9700-BATCH-RUN -
000099* partners send us ciphered queue files in the same envelope
000099         MOVE 12 TO RETURN-CODE
000099         GO TO 9750-INBOUND-RUN-EXIT
000099     END-IF
000105     MOVE "N" TO ws-sess-dup
000105     PERFORM 9725-OPEN-SESSIONS THRU 9725-OPEN-SESSIONS-EXIT
000107     PERFORM 9761-NAME-OPENREQ THRU 9761-NAME-OPENREQ-EXIT
000107     CALL "busdate" USING ws-run-date
000099     SET ws-more-records TO TRUE
000099     PERFORM UNTIL ws-eof-reached
000099         READ QUEUE-FILE
000099                     MOVE queue-env TO rej-env
000099                     WRITE reject-rec
000099                 END-IF
000107*a response that landed closes the request it names - a
000107*segmented response once its last piece is in
000107                 IF ws-rej-reason = SPACES
000107                     AND queue-env-corrid NOT = SPACES
000107                     AND (ws-rec-segtot < 2
000107                         OR ws-rec-segnum = ws-rec-segtot)
000107                     PERFORM 9765-CLOSE-REQUEST
000107                         THRU 9765-CLOSE-REQUEST-EXIT
000107                 END-IF
000099         END-READ
000099     END-PERFORM
000099*a message still open at end of file never got its last
000099         PERFORM 9760-REJECT-ASSEMBLY
000099             THRU 9760-REJECT-ASSEMBLY-EXIT
000099     END-IF
000105     PERFORM 9726-CLOSE-SESSIONS THRU 9726-CLOSE-SESSIONS-EXIT
000099     CLOSE QUEUE-FILE
000099     CLOSE RESULT-FILE
000099     CLOSE REJECT-FILE
000099     IF ws-asm-open = "Y"
000099         CLOSE ASM-FILE
000099     END-IF
000107     IF ws-or-open = "Y"
000107         CLOSE OPENREQ-FILE
000107     END-IF
000107     IF ws-or-answered > 0 OR ws-or-repeat > 0
000107         DISPLAY "A3 INB: " ws-or-answered " request(s) "
000107             "answered, " ws-or-repeat " repeat response(s)"
000107     END-IF
000107*a response to a message id we never sent is somebody's mistake -
000107*ours or the partner's - and worth the operator's morning
000107     IF ws-or-unsol > 0
000107         DISPLAY "A3 INB: " ws-or-unsol " response(s) to "
000107             "message ids never sent"
000107         MOVE ws-or-unsol TO ws-count-disp
000107         MOVE SPACES TO ws-alert-msg
000107         STRING FUNCTION TRIM(ws-count-disp)
000107                 DELIMITED BY SIZE
000107             " response(s) to message ids never sent"
000107                 DELIMITED BY SIZE
000107             INTO ws-alert-msg
000107         END-STRING
000107         MOVE "WARN" TO ws-alert-sev
000107         CALL "alertlog" USING ws-keypol-job, ws-alert-sev,
000107             ws-alert-msg
000107         IF ws-run-rc < 4
000107             MOVE 4 TO ws-run-rc
000107         END-IF
000107     END-IF
000107     IF ws-or-failed > 0
000107         DISPLAY "A3 INB: " ws-or-failed " response(s) could "
000107             "not be matched - " FUNCTION TRIM(ws-or-filename)
000107             " unavailable"
000107         IF ws-run-rc < 4
000107             MOVE 4 TO ws-run-rc
000107         END-IF
000107     END-IF
000099     DISPLAY "A3 INB: " ws-inb-count " record(s) read, "
000099         ws-rej-count " rejected to " ws-reject-filename
000099     IF ws-asm-count > 0
000099 9760-REJECT-ASSEMBLY-EXIT.
000099     EXIT
000099     .
000101*----------------------------------------------------------------
000101* 9770-TRANSLATE-RUN re-ciphers partner traffic meant for an
000101* internal department without ever landing the cleartext - each
000101* envelope is decoded under its own key-id and key version
000101* exactly as the INB run decodes it, re-ciphered in working
000101* storage under the target key the routing table names for the
000101* source key-id, and written as a sealed RESREC result (the
000101* checksum column is the seal of the new ciphertext) between the
000101* usual header and trailer. A record with no route, no key or a
000101* broken seal goes to the reject file with its envelope intact,
000101* still ciphered. Every translation is audited as TRANSL with
000101* the key-id it came under and the key-id it left under.
000101*----------------------------------------------------------------
000101 9770-TRANSLATE-RUN.
000101     ACCEPT ws-queue-filename FROM ENVIRONMENT "A3-QUEUE-FILE"
000101     ACCEPT ws-result-filename FROM ENVIRONMENT "A3-RESULT-FILE"
000101     ACCEPT ws-reject-filename FROM ENVIRONMENT "A3-REJECT-FILE"
000101     ACCEPT ws-keyid FROM ENVIRONMENT "A3-KEY-ID"
000101     ACCEPT ws-keep-spaces FROM ENVIRONMENT "A3-KEEP-SPACES"
000101     ACCEPT ws-route-filename
000101         FROM ENVIRONMENT "A3-TRANSL-ROUTES"
000101     IF ws-route-filename = SPACES
000101         MOVE "TRANSLRT.TXT" TO ws-route-filename
000101     END-IF
000101     MOVE "A3 TRANSL" TO ws-keypol-job
000101*translation takes every key off the key-store - there is no
000101*clear-text keyword to police, only the source department's
000101*profile defaults (its default key-id and layering key)
000101     PERFORM 9650-LOAD-PROFILE THRU 9650-LOAD-PROFILE-EXIT
000101     PERFORM 9600-PREFLIGHT THRU 9600-PREFLIGHT-EXIT
000101     IF ws-preflight-ok NOT = "Y"
000101         GO TO 9770-TRANSLATE-RUN-EXIT
000101     END-IF
000101     MOVE "N" TO ws-selftest-ok
000101     CALL "selftest" USING ws-selftest-ok
000101     IF ws-selftest-ok NOT = "Y"
000101         DISPLAY "A3 TRANSL: cipher self-test failed - "
000101             "run refused"
000101         MOVE 12 TO RETURN-CODE
000101         GO TO 9770-TRANSLATE-RUN-EXIT
000101     END-IF
000101     PERFORM 9772-LOAD-ROUTES THRU 9772-LOAD-ROUTES-EXIT
000101     IF ws-route-ok NOT = "Y"
000101         MOVE 12 TO RETURN-CODE
000101         GO TO 9770-TRANSLATE-RUN-EXIT
000101     END-IF
000101     OPEN INPUT QUEUE-FILE
000101     IF ws-queue-status NOT = "00"
000101         DISPLAY "A3 TRANSL: cannot open queue file "
000101             ws-queue-filename
000101         MOVE 12 TO RETURN-CODE
000101         GO TO 9770-TRANSLATE-RUN-EXIT
000101     END-IF
000101     OPEN OUTPUT RESULT-FILE
000101     IF ws-result-status NOT = "00"
000101         DISPLAY "A3 TRANSL: cannot open result file "
000101             ws-result-filename
000101         CLOSE QUEUE-FILE
000101         MOVE 12 TO RETURN-CODE
000101         GO TO 9770-TRANSLATE-RUN-EXIT
000101     END-IF
000101     OPEN OUTPUT REJECT-FILE
000101     IF ws-reject-status NOT = "00"
000101         DISPLAY "A3 TRANSL: cannot open reject file "
000101             ws-reject-filename
000101         CLOSE QUEUE-FILE
000101         CLOSE RESULT-FILE
000101         MOVE 12 TO RETURN-CODE
000101         GO TO 9770-TRANSLATE-RUN-EXIT
000101     END-IF
000101*the translated file balances like any batch cut - a header
000101*naming the business date and source queue, a trailer with
000101*the count, bytes and hash total of what was written
000101     CALL "busdate" USING ws-run-date
000101     MOVE ws-run-date TO ws-hdr-date
000101     MOVE ws-queue-filename TO ws-hdr-source
000101     WRITE result-rec FROM ws-header-line
000101     SET ws-more-records TO TRUE
000101     PERFORM UNTIL ws-eof-reached
000101         READ QUEUE-FILE
000101             AT END
000101                 SET ws-eof-reached TO TRUE
000101             NOT AT END
000101                 ADD 1 TO ws-inb-count
000101                 IF queue-env-msgid = SPACES
000101                     CALL "msgid" USING queue-env-msgid
000101                 END-IF
000101                 MOVE SPACES TO ws-rej-reason
000101                 PERFORM 9774-TRANSLATE-RECORD
000101                     THRU 9774-TRANSLATE-RECORD-EXIT
000101*whatever happened, the decoded text does not outlive the
000101*record it belongs to
000101                 MOVE SPACES TO decrypted-str
000101                 IF ws-rej-reason NOT = SPACES
000101                     ADD 1 TO ws-rej-count
000101                     MOVE SPACES TO reject-rec
000101                     MOVE ws-rej-reason TO rej-reason
000101                     MOVE queue-env TO rej-env
000101                     WRITE reject-rec
000101                 END-IF
000101                 IF ws-stream-failed = "Y"
000101                     SET ws-eof-reached TO TRUE
000101                 END-IF
000101         END-READ
000101     END-PERFORM
000101     MOVE ws-out-count TO ws-trl-count
000101     MOVE ws-out-bytes TO ws-trl-bytes
000101     MOVE ws-hash-total TO ws-trl-hash
000101     WRITE result-rec FROM ws-trailer-line
000101     CLOSE QUEUE-FILE
000101     CLOSE RESULT-FILE
000101     CLOSE REJECT-FILE
000101     DISPLAY "A3 TRANSL: " ws-inb-count " record(s) read, "
000101         ws-tl-count " translated into " ws-result-filename
000101     DISPLAY "A3 TRANSL: " ws-rej-count " rejected to "
000101         ws-reject-filename
000101     IF ws-stream-failed = "Y"
000101         DISPLAY "A3 TRANSL: stream stopped - the translated "
000101             "file is incomplete and must not be released"
000101         MOVE 12 TO ws-run-rc
000101     END-IF
000101     IF ws-rej-count > 0
000101         MOVE ws-rej-count TO ws-count-disp
000101         MOVE SPACES TO ws-alert-msg
000101         STRING FUNCTION TRIM(ws-count-disp)
000101                 DELIMITED BY SIZE
000101             " translation record(s) rejected"
000101                 DELIMITED BY SIZE
000101             INTO ws-alert-msg
000101         END-STRING
000101         MOVE "WARN" TO ws-alert-sev
000101         CALL "alertlog" USING ws-keypol-job, ws-alert-sev,
000101             ws-alert-msg
000101         IF ws-run-rc < 4
000101             MOVE 4 TO ws-run-rc
000101         END-IF
000101     END-IF
000101     MOVE ws-run-rc TO RETURN-CODE
000101     .
000101 9770-TRANSLATE-RUN-EXIT.
000101     EXIT
000101     .
000101*----------------------------------------------------------------
000101* 9772-LOAD-ROUTES loads the routing table and settles each
000101* route's target key once, up front - a route whose target
000101* department has no profile key and names no key-id of its own
000101* refuses the run, the way an empty category table does, since
000101* every record on that route would otherwise reject.
000101*----------------------------------------------------------------
000101 9772-LOAD-ROUTES.
000101     MOVE "N" TO ws-route-ok
000101     OPEN INPUT ROUTE-FILE
000101     IF ws-route-status NOT = "00"
000101         DISPLAY "A3 TRANSL: cannot open routing table "
000101             FUNCTION TRIM(ws-route-filename)
000101             " status " ws-route-status
000101         GO TO 9772-LOAD-ROUTES-EXIT
000101     END-IF
000101     MOVE 0 TO ws-rt-count
000101     MOVE 0 TO ws-pf-errors
000101     SET ws-more-records TO TRUE
000101     PERFORM UNTIL ws-eof-reached
000101         READ ROUTE-FILE
000101             AT END
000101                 SET ws-eof-reached TO TRUE
000101             NOT AT END
000101                 IF rt-src-keyid NOT = SPACES
000101                     AND rt-src-keyid(1:1) NOT = "*"
000101                     PERFORM 9773-TAKE-ROUTE
000101                         THRU 9773-TAKE-ROUTE-EXIT
000101                 END-IF
000101         END-READ
000101     END-PERFORM
000101     CLOSE ROUTE-FILE
000101     IF ws-pf-errors > 0
000101         DISPLAY "A3 TRANSL: " ws-pf-errors " routing table "
000101             "problem(s) - run refused"
000101         GO TO 9772-LOAD-ROUTES-EXIT
000101     END-IF
000101     IF ws-rt-count = 0
000101         DISPLAY "A3 TRANSL: routing table is empty - "
000101             "run refused"
000101         GO TO 9772-LOAD-ROUTES-EXIT
000101     END-IF
000101     MOVE "Y" TO ws-route-ok
000101     SET ws-more-records TO TRUE
000101     .
000101 9772-LOAD-ROUTES-EXIT.
000101     EXIT
000101     .
000101 9773-TAKE-ROUTE.
000101     IF ws-rt-count NOT < ws-rt-max
000101         DISPLAY "A3 TRANSL: routing table entry limit "
000101             "reached - " rt-src-keyid " not loaded"
000101         ADD 1 TO ws-pf-errors
000101         GO TO 9773-TAKE-ROUTE-EXIT
000101     END-IF
000101     MOVE SPACES TO ws-tp-keyid
000101     MOVE SPACES TO ws-tp-keyid2
000101     MOVE "N" TO ws-tp-dblpass
000101     CALL "deptprof" USING rt-tgt-dept, ws-tp-keyid,
000101         ws-tp-result, ws-tp-export, ws-tp-dblpass,
000101         ws-tp-keyid2, ws-tp-encoding, ws-tp-found
000101     IF ws-tp-found NOT = "Y"
000101         MOVE SPACES TO ws-tp-keyid
000101         MOVE "N" TO ws-tp-dblpass
000101     END-IF
000101     ADD 1 TO ws-rt-count
000101     MOVE rt-src-keyid TO ws-rt-src(ws-rt-count)
000101     MOVE rt-tgt-dept TO ws-rt-dept(ws-rt-count)
000101     MOVE rt-tgt-keyid TO ws-rt-keyid(ws-rt-count)
000101     IF rt-tgt-keyid = SPACES
000101         MOVE ws-tp-keyid TO ws-rt-keyid(ws-rt-count)
000101     END-IF
000101     MOVE SPACES TO ws-rt-keyid2(ws-rt-count)
000101     IF ws-tp-dblpass = "Y"
000101         MOVE ws-tp-keyid2 TO ws-rt-keyid2(ws-rt-count)
000101     END-IF
000101     IF ws-rt-keyid(ws-rt-count) = SPACES
000101         DISPLAY "A3 TRANSL: route for " rt-src-keyid
000101             " names no target key and department "
000101             rt-tgt-dept " has no profile key-id"
000101         ADD 1 TO ws-pf-errors
000101     END-IF
000101     .
000101 9773-TAKE-ROUTE-EXIT.
000101     EXIT
000101     .
000101*----------------------------------------------------------------
000101* 9774-TRANSLATE-RECORD carries one envelope across - source
000101* key and route first, then the target key (keystore.cob will
000101* not issue a compromised one), then decode and re-cipher back
000101* to back in storage; any failure sets the reject reason and
000101* leaves the envelope untouched for the reject file.
000101*----------------------------------------------------------------
000101 9774-TRANSLATE-RECORD.
000101     IF queue-env-body = SPACES
000101         MOVE "EMPTY MESSAGE" TO ws-rej-reason
000101         GO TO 9774-TRANSLATE-RECORD-EXIT
000101     END-IF
000101     MOVE queue-env-keyid TO ws-rec-keyid
000101     IF ws-rec-keyid = SPACES
000101         MOVE ws-keyid TO ws-rec-keyid
000101     END-IF
000101     IF ws-rec-keyid = SPACES
000101         MOVE "NO SOURCE KEY-ID ON RECORD" TO ws-rej-reason
000101         GO TO 9774-TRANSLATE-RECORD-EXIT
000101     END-IF
000101     MOVE 0 TO ws-rt-ix
000101     PERFORM VARYING ws-rt-i FROM 1 BY 1
000101             UNTIL ws-rt-i > ws-rt-count
000101         IF ws-rt-src(ws-rt-i) = ws-rec-keyid
000101             MOVE ws-rt-i TO ws-rt-ix
000101             MOVE ws-rt-count TO ws-rt-i
000101         END-IF
000101     END-PERFORM
000101     IF ws-rt-ix = 0
000101         MOVE "NO TRANSLATION ROUTE FOR KEY-ID" TO ws-rej-reason
000101         GO TO 9774-TRANSLATE-RECORD-EXIT
000101     END-IF
000101     MOVE 0 TO ws-rec-keyver
000101     IF queue-env-keyver IS NUMERIC
000101         MOVE queue-env-keyver TO ws-rec-keyver
000101     END-IF
000101     MOVE SPACES TO ws-rec-keyword
000101     CALL "keystore" USING ws-rec-keyid, ws-rec-keyword,
000101         ws-rec-keyver
000101     IF ws-rec-keyword = SPACES
000101         IF ws-rec-keyver > 0
000101             MOVE "KEY VERSION NOT ON STORE" TO ws-rej-reason
000101         ELSE
000101             MOVE "KEY-ID NOT ON KEY-STORE" TO ws-rej-reason
000101         END-IF
000101         GO TO 9774-TRANSLATE-RECORD-EXIT
000101     END-IF
000101     MOVE ws-rt-keyid(ws-rt-ix) TO ws-tgt-keyid
000101     MOVE SPACES TO ws-tgt-keyword
000101     MOVE 0 TO ws-tgt-keyver
000101     CALL "keystore" USING ws-tgt-keyid, ws-tgt-keyword,
000101         ws-tgt-keyver
000101     IF ws-tgt-keyword = SPACES
000101         MOVE "TARGET KEY-ID NOT ON KEY-STORE" TO ws-rej-reason
000101         GO TO 9774-TRANSLATE-RECORD-EXIT
000101     END-IF
000101     MOVE SPACES TO ws-tgt-keyword2
000101     IF ws-rt-keyid2(ws-rt-ix) NOT = SPACES
000101         CALL "keystore" USING ws-rt-keyid2(ws-rt-ix),
000101             ws-tgt-keyword2
000101         IF ws-tgt-keyword2 = SPACES
000101             MOVE "TARGET LAYER KEY NOT ON KEY-STORE"
000101                 TO ws-rej-reason
000101             GO TO 9774-TRANSLATE-RECORD-EXIT
000101         END-IF
000101     END-IF
000101*the decode is the INB run's, seal proof and cipher version
000101*check included
000101     MOVE queue-env-body TO txt
000101     MOVE 0 TO ws-env-seal
000101     IF queue-env-seal IS NUMERIC
000101         MOVE queue-env-seal TO ws-env-seal
000101     END-IF
000101     MOVE "Y" TO ws-seal-ok
000101     MOVE "Y" TO ws-cipver-ok
000101     CALL "decrypt" USING txt, decrypted-str,
000101         ws-rec-keyword, OMITTED, OMITTED,
000101         ws-keyword2, ws-keep-spaces,
000101         ws-env-seal, ws-seal-ok,
000101         queue-env-dept, queue-env-msgid,
000101         queue-env-cipver, ws-cipver-ok
000101     IF ws-cipver-ok = "N"
000101         MOVE "CIPHER VERSION NOT SUPPORTED" TO ws-rej-reason
000101         GO TO 9774-TRANSLATE-RECORD-EXIT
000101     END-IF
000101     IF ws-seal-ok = "N"
000101         MOVE "SEAL MISMATCH - ALTERED" TO ws-rej-reason
000101         GO TO 9774-TRANSLATE-RECORD-EXIT
000101     END-IF
000101*...and the re-cipher is the BATCH run's, sealed and stamped
000101*with the target key's version and the cipher version
000101     CALL "encrypt" USING decrypted-str, encrypted-str,
000101         ws-tgt-keyword, OMITTED, OMITTED,
000101         ws-tgt-keyword2, ws-keep-spaces,
000101         ws-rec-cksum, ws-rt-dept(ws-rt-ix),
000101         queue-env-msgid, ws-rec-cipver
000101     MOVE SPACES TO decrypted-str
000101     ADD 1 TO ws-res-seqno
000101     ACCEPT ws-run-time FROM TIME
000101     MOVE SPACES TO ws-res
000101     MOVE ws-res-seqno TO ws-res-seq
000101     MOVE ws-run-date TO ws-res-date
000101     MOVE ws-run-time(1:6) TO ws-res-time
000101     MOVE ws-rt-dept(ws-rt-ix) TO ws-res-dept
000101     MOVE queue-env-msgid TO ws-res-msgid
000101     MOVE ws-tgt-keyver TO ws-res-keyver
000101     MOVE ws-rec-cipver TO ws-res-cipver
000107     MOVE queue-env-corrid TO ws-res-corrid
000101     MOVE ws-rec-cksum TO ws-res-cksum
000101     MOVE encrypted-str TO ws-res-body
000101     WRITE result-rec FROM ws-res
000101     IF ws-result-status NOT = "00"
000101         DISPLAY "A3 TRANSL: write failed on result file, "
000101             "status " ws-result-status
000101         MOVE "RESULT FILE UNAVAILABLE" TO ws-rej-reason
000101         MOVE "Y" TO ws-stream-failed
000101         GO TO 9774-TRANSLATE-RECORD-EXIT
000101     END-IF
000101     MOVE FUNCTION LENGTH(FUNCTION TRIM(
000101         encrypted-str TRAILING)) TO ws-out-len
000101     ADD 1 TO ws-tl-count
000101     ADD 1 TO ws-out-count
000101     ADD ws-out-len TO ws-out-bytes
000101     COMPUTE ws-hash-total = FUNCTION MOD(
000101         ws-hash-total + ws-rec-cksum, 9999999)
000101*the translation's own audit line - the seal it arrived with,
000101*the seal it left with, and the key-id on either side
000101     MOVE ws-out-len TO ws-tl-len
000101     CALL "auditlog" USING ws-tl-op, ws-tl-len, ws-tl-flag-n,
000101         ws-tl-zero, ws-tl-zero, ws-tl-zero, ws-tl-zero,
000101         ws-tl-zero, ws-env-seal, ws-rec-cksum, OMITTED,
000101         ws-rt-dept(ws-rt-ix), queue-env-msgid,
000101         ws-rec-keyid, ws-tgt-keyid
000101     .
000101 9774-TRANSLATE-RECORD-EXIT.
000101     EXIT
000101     .
000099*----------------------------------------------------------------
000099* 9800-PARM-RUN accepts a single message and keyword directly
000099* from the environment instead of an interactive ACCEPT, so A3
