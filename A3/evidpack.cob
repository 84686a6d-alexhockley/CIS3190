      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *evidpack.cob is the auditors' compliance evidence pack - every
      *quarter they ask for the same evidence and it used to be cut
      *and pasted by hand out of half a dozen journals. For the date
      *range in A3-EVID-FROM and A3-EVID-TO it reads the key journal
      *(and every dated generation retnhk.cob cut from it in the
      *range), the key pending-approval file, the audit trail (and
      *every dated generation audithk.cob cut from it in the range),
      *and the hold-release and reject-workbench journals, and prints
      *one sectioned report (A3-EVID-REPORT, default EVIDPACK.TXT):
      *    1  key changes, each with its maker and its checker
      *    2  break-glass accesses, with both operators
      *    3  keypol.cob refusals of clear-text keywords
      *    4  cipher self-test failures
      *    5  released holds and released rejects
      *Each section carries its own counts. Exceptions are flagged on
      *the line they belong to - a change approved by its own maker
      *or applied with no checker at all, a decision the journal never
      *recorded, a break-glass read with no second operator, a release
      *with no operator. A summary page totals the sections and the
      *pack ends with a control page listing every source file read,
      *what it held and the span of dates it covered. No key value is
      *read into the report, only key-ids. Return code 4 (and a WARN
      *alert) while any exception stands, 8 when a source could not
      *be read and the pack is incomplete
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. evidpack.
       environment division.
       input-output section.
       file-control.
           select src-file assign to dynamic ws-src-filename
               organization line sequential
               file status ws-src-status.
           select pend-file assign to dynamic ws-pend-filename
               organization indexed
               access mode is dynamic
               record key is kp-seq
               file status ws-pend-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.

       data division.
       file section.
      *one line of whichever journal is being read - the widest is an
      *audit-trail line
       fd src-file.
       01 src-rec pic x(177).
       fd pend-file.
      *shared field for field with the queue writer in keyadmin.cob
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
       fd report-file.
       01 report-rec pic x(132).

       working-storage section.
       01 ws-src-filename    pic x(100).
       01 ws-pend-filename   pic x(100).
       01 ws-report-filename pic x(100).
       01 ws-journal-filename pic x(100).
       01 ws-audit-filename  pic x(100).
       01 ws-holdrel-filename pic x(100).
       01 ws-rejwb-filename  pic x(100).
       01 ws-kj-prefix       pic x(100).
       01 ws-au-prefix       pic x(100).
       01 ws-src-status      pic x(2).
       01 ws-pend-status     pic x(2).
       01 ws-report-status   pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-from-date   pic x(8).
       01 ws-to-date     pic x(8).
       01 ws-from-int    pic 9(8) comp.
       01 ws-to-int      pic 9(8) comp.
       01 ws-day-int     pic 9(8) comp.
       01 ws-day-date    pic 9(8).
       01 ws-day-text    pic x(8).
      *a quarter is the usual request; a year is the most one pack
      *will cover, which also bounds the control table below
       01 ws-max-span    pic 9(3) comp value 366.
       01 ws-today       pic x(8).
       01 ws-region      pic x(4).
      *what is being read, and whether a missing file matters - a
      *generation absent for a date is just a day with no lines
       01 ws-src-kind    pic x(8).
       01 ws-src-gen-sw  pic x(1).
           88 ws-src-gen value "Y".
       01 ws-incomplete-sw pic x(1) value "N".
           88 ws-incomplete value "Y".
       01 ws-kj-probed   pic 9(5) comp value 0.
       01 ws-kj-found    pic 9(5) comp value 0.
       01 ws-au-probed   pic 9(5) comp value 0.
       01 ws-au-found    pic 9(5) comp value 0.
      *the fixed columns of a key-journal line, as keyadmin.cob,
      *keyappr.cob and keycomp.cob write it
       01 ws-kj-line.
           05 kj-date    pic x(8).
           05 filler     pic x(1).
           05 kj-time    pic x(8).
           05 filler     pic x(1).
           05 kj-oper    pic x(8).
           05 filler     pic x(1).
           05 kj-func    pic x(7).
           05 filler     pic x(1).
           05 kj-keyid   pic x(20).
           05 filler     pic x(1).
           05 kj-outcome pic x(20).
      *the fixed columns of an auditlog.cob line that matter here -
      *kept in step with ws-audit-line over there
       01 ws-au-line.
           05 au-date    pic x(8).
           05 filler     pic x(1).
           05 au-time    pic x(8).
           05 filler     pic x(1).
           05 au-op      pic x(7).
           05 filler     pic x(1).
           05 au-len     pic x(5).
           05 filler     pic x(55).
           05 au-dept    pic x(8).
           05 filler     pic x(1).
           05 au-msgid   pic x(14).
           05 filler     pic x(1).
           05 au-region  pic x(4).
           05 filler     pic x(1).
           05 au-keyid   pic x(20).
           05 filler     pic x(1).
           05 au-keyid2  pic x(20).
           05 filler     pic x(1).
           05 au-chain   pic x(20).
      *the hold journal line holdrel.cob (and opcons.cob) writes
       01 ws-hr-line.
           05 hr-date    pic x(8).
           05 filler     pic x(1).
           05 hr-time    pic x(8).
           05 filler     pic x(1).
           05 hr-oper    pic x(8).
           05 filler     pic x(1).
           05 hr-action  pic x(8).
           05 filler     pic x(1).
           05 hr-dept    pic x(8).
           05 filler     pic x(1).
           05 hr-count   pic x(7).
      *the workbench journal line rejwb.cob writes
       01 ws-rw-line.
           05 rw-date    pic x(8).
           05 filler     pic x(1).
           05 rw-time    pic x(8).
           05 filler     pic x(1).
           05 rw-oper    pic x(8).
           05 filler     pic x(1).
           05 rw-action  pic x(8).
           05 filler     pic x(1).
           05 rw-recno   pic x(7).
           05 filler     pic x(1).
           05 rw-msgid   pic x(14).
           05 filler     pic x(1).
           05 rw-keyid   pic x(20).
           05 filler     pic x(1).
           05 rw-reason  pic x(20).
      *the pending-approval file's decisions in the range and the
      *requests still waiting - never the key value
       01 ws-pt-count pic 9(5) comp value 0.
       01 ws-pt-max   pic 9(5) comp value 2000.
       01 ws-pt-table.
           05 ws-pt-row occurs 2000.
               10 pt-seq      pic 9(5).
               10 pt-status   pic x(1).
               10 pt-maker    pic x(8).
               10 pt-func     pic x(7).
               10 pt-keyid    pic x(20).
               10 pt-req-date pic x(8).
               10 pt-checker  pic x(8).
               10 pt-act-date pic x(8).
               10 pt-used-sw  pic x(1).
       01 ws-pt-lost   pic 9(5) comp value 0.
       01 ws-pt-read   pic 9(7) comp value 0.
       01 ws-pt-ix     pic 9(5) comp.
       01 ws-pt-hit    pic 9(5) comp.
      *one row per source file read, for the control page - a year of
      *dated generations of both journals plus the live files fits
       01 ws-cf-count pic 9(4) comp value 0.
       01 ws-cf-table.
           05 ws-cf-row occurs 800.
               10 cf-name   pic x(100).
               10 cf-kind   pic x(8).
               10 cf-read   pic 9(7) comp.
               10 cf-used   pic 9(7) comp.
               10 cf-first  pic x(8).
               10 cf-last   pic x(8).
               10 cf-note   pic x(14).
       01 ws-cf-ix    pic 9(4) comp.
      *the audit trail feeds three sections, so its lines of interest
      *are held until the whole trail has been read
       01 ws-bg-count pic 9(5) comp value 0.
       01 ws-bg-max   pic 9(5) comp value 2000.
       01 ws-bg-lost  pic 9(5) comp value 0.
       01 ws-bg-table.
           05 ws-bg-row occurs 2000.
               10 bg-event  pic x(1).
               10 bg-date   pic x(8).
               10 bg-time   pic x(8).
               10 bg-dept   pic x(8).
               10 bg-msgid  pic x(14).
               10 bg-oper   pic x(8).
               10 bg-appr   pic x(8).
       01 ws-kv-count pic 9(5) comp value 0.
       01 ws-kv-max   pic 9(5) comp value 2000.
       01 ws-kv-lost  pic 9(5) comp value 0.
       01 ws-kv-table.
           05 ws-kv-row occurs 2000.
               10 kv-date   pic x(8).
               10 kv-time   pic x(8).
               10 kv-job    pic x(8).
               10 kv-region pic x(4).
       01 ws-st-count pic 9(5) comp value 0.
       01 ws-st-max   pic 9(5) comp value 2000.
       01 ws-st-lost  pic 9(5) comp value 0.
       01 ws-st-table.
           05 ws-st-row occurs 2000.
               10 st-date   pic x(8).
               10 st-time   pic x(8).
               10 st-len    pic x(5).
               10 st-region pic x(4).
       01 i            pic 9(5) comp.
      *section tallies
       01 ws-kc-lines    pic 9(7) comp value 0.
       01 ws-kc-queued   pic 9(7) comp value 0.
       01 ws-kc-applied  pic 9(7) comp value 0.
       01 ws-kc-refused  pic 9(7) comp value 0.
       01 ws-kc-rejected pic 9(7) comp value 0.
       01 ws-kc-unjrnl   pic 9(7) comp value 0.
       01 ws-kc-waiting  pic 9(7) comp value 0.
       01 ws-kc-exc      pic 9(7) comp value 0.
       01 ws-bg-access   pic 9(7) comp value 0.
       01 ws-bg-refused  pic 9(7) comp value 0.
       01 ws-bg-exc      pic 9(7) comp value 0.
       01 ws-hr-count    pic 9(7) comp value 0.
       01 ws-hr-records  pic 9(9) comp value 0.
       01 ws-hr-exc      pic 9(7) comp value 0.
       01 ws-rw-count    pic 9(7) comp value 0.
       01 ws-rw-exc      pic 9(7) comp value 0.
       01 ws-exc-total   pic 9(7) comp value 0.
       01 ws-applied-sw  pic x(1).
       01 ws-exception   pic x(30).
       01 ws-maker       pic x(8).
       01 ws-checker     pic x(8).
      *report lines
       01 ws-title       pic x(60).
       01 ws-dash-line   pic x(132) value all "-".
       01 ws-count-line.
           05 ws-cl-label pic x(40).
           05 ws-cl-count pic z(8)9.
       01 ws-kc-hdr.
           05 filler pic x(39) value
               "DATE     TIME     KEY-ID               ".
           05 filler pic x(26) value
               "FUNC    MAKER    CHECKER  ".
           05 filler pic x(40) value
               "OUTCOME              EXCEPTION".
       01 ws-kc-detail.
           05 kd-date      pic x(8).
           05 filler       pic x(1) value space.
           05 kd-time      pic x(8).
           05 filler       pic x(1) value space.
           05 kd-keyid     pic x(20).
           05 filler       pic x(1) value space.
           05 kd-func      pic x(7).
           05 filler       pic x(1) value space.
           05 kd-maker     pic x(8).
           05 filler       pic x(1) value space.
           05 kd-checker   pic x(8).
           05 filler       pic x(1) value space.
           05 kd-outcome   pic x(20).
           05 filler       pic x(1) value space.
           05 kd-exception pic x(30).
       01 ws-bg-hdr.
           05 filler pic x(36) value
               "DATE     TIME     EVENT    DEPT     ".
           05 filler pic x(60) value
               "MSGID          REQUESTED APPROVED EXCEPTION".
       01 ws-bg-detail.
           05 bd-date      pic x(8).
           05 filler       pic x(1) value space.
           05 bd-time      pic x(8).
           05 filler       pic x(1) value space.
           05 bd-event     pic x(8).
           05 filler       pic x(1) value space.
           05 bd-dept      pic x(8).
           05 filler       pic x(1) value space.
           05 bd-msgid     pic x(14).
           05 filler       pic x(1) value space.
           05 bd-oper      pic x(9).
           05 filler       pic x(1) value space.
           05 bd-appr      pic x(8).
           05 filler       pic x(1) value space.
           05 bd-exception pic x(30).
       01 ws-kv-hdr pic x(132) value
           "DATE     TIME     JOB      REGION".
       01 ws-kv-detail.
           05 vd-date      pic x(8).
           05 filler       pic x(1) value space.
           05 vd-time      pic x(8).
           05 filler       pic x(1) value space.
           05 vd-job       pic x(8).
           05 filler       pic x(1) value space.
           05 vd-region    pic x(4).
       01 ws-st-hdr pic x(132) value
           "DATE     TIME     VECTORS FAILED REGION".
       01 ws-st-detail.
           05 sd-date      pic x(8).
           05 filler       pic x(1) value space.
           05 sd-time      pic x(8).
           05 filler       pic x(1) value space.
           05 sd-failed    pic z(13)9.
           05 filler       pic x(1) value space.
           05 sd-region    pic x(4).
       01 ws-hr-hdr pic x(132) value
           "DATE     TIME     OPERATOR DEPT     RECORDS EXCEPTION".
       01 ws-hr-detail.
           05 hd-date      pic x(8).
           05 filler       pic x(1) value space.
           05 hd-time      pic x(8).
           05 filler       pic x(1) value space.
           05 hd-oper      pic x(8).
           05 filler       pic x(1) value space.
           05 hd-dept      pic x(8).
           05 filler       pic x(1) value space.
           05 hd-count     pic x(7).
           05 filler       pic x(1) value space.
           05 hd-exception pic x(30).
       01 ws-rw-hdr.
           05 filler pic x(50) value
               "DATE     TIME     OPERATOR RECNO   MSGID          ".
           05 filler pic x(60) value
               "KEY-ID               REASON               EXCEPTION".
       01 ws-rw-detail.
           05 rd-date      pic x(8).
           05 filler       pic x(1) value space.
           05 rd-time      pic x(8).
           05 filler       pic x(1) value space.
           05 rd-oper      pic x(8).
           05 filler       pic x(1) value space.
           05 rd-recno     pic x(7).
           05 filler       pic x(1) value space.
           05 rd-msgid     pic x(14).
           05 filler       pic x(1) value space.
           05 rd-keyid     pic x(20).
           05 filler       pic x(1) value space.
           05 rd-reason    pic x(20).
           05 filler       pic x(1) value space.
           05 rd-exception pic x(30).
       01 ws-cf-hdr.
           05 filler pic x(51) value "SOURCE FILE".
           05 filler pic x(60) value
               "KIND     LINES READ   IN RANGE FIRST    LAST     NOTE".
       01 ws-cf-detail.
           05 fd-name      pic x(50).
           05 filler       pic x(1) value space.
           05 fd-kind      pic x(8).
           05 filler       pic x(1) value space.
           05 fd-read      pic z(9)9.
           05 filler       pic x(1) value space.
           05 fd-used      pic z(9)9.
           05 filler       pic x(1) value space.
           05 fd-first     pic x(8).
           05 filler       pic x(1) value space.
           05 fd-last      pic x(8).
           05 filler       pic x(1) value space.
           05 fd-note      pic x(14).
       01 ws-num-disp   pic z(6)9.
       01 ws-alert-job pic x(10) value "EVIDPACK".
       01 ws-alert-sev pic x(4) value "WARN".
       01 ws-alert-msg pic x(60).

       procedure division.
           accept ws-from-date from environment "A3-EVID-FROM"
           accept ws-to-date from environment "A3-EVID-TO"
           accept ws-report-filename from environment "A3-EVID-REPORT"
           accept ws-journal-filename
               from environment "A3-KEYJOURNAL-FILE"
           accept ws-pend-filename from environment "A3-KEYPEND-FILE"
           accept ws-audit-filename from environment "A3-AUDIT-FILE"
           accept ws-au-prefix from environment "A3-AUDIT-GEN-PREFIX"
           accept ws-holdrel-filename
               from environment "A3-HOLDREL-JOURNAL"
           accept ws-rejwb-filename from environment "A3-REJWB-JOURNAL"
           if ws-report-filename = spaces
               move "EVIDPACK.TXT" to ws-report-filename
           end-if
           if ws-journal-filename = spaces
               move "KEYJRNL.LOG" to ws-journal-filename
           end-if
           if ws-pend-filename = spaces
               move "KEYPEND.DAT" to ws-pend-filename
           end-if
           if ws-audit-filename = spaces
               move "AUDIT.LOG" to ws-audit-filename
           end-if
           if ws-au-prefix = spaces
               move "AUDIT." to ws-au-prefix
           end-if
           if ws-holdrel-filename = spaces
               move "HOLDREL.JRNL" to ws-holdrel-filename
           end-if
           if ws-rejwb-filename = spaces
               move "REJWB.JRNL" to ws-rejwb-filename
           end-if
      *a test-region pack reads the TST. twins, and the generations
      *are named off the resolved names exactly as the housekeeping
      *jobs name them
           call "region" using ws-journal-filename, ws-region
           call "region" using ws-pend-filename
           call "region" using ws-audit-filename
           call "region" using ws-au-prefix
           call "region" using ws-holdrel-filename
           call "region" using ws-rejwb-filename
           move spaces to ws-kj-prefix
           string function trim(ws-journal-filename) delimited by size
               "." delimited by size
               into ws-kj-prefix
           end-string
           if ws-from-date = spaces or ws-to-date = spaces
               display "EVIDPACK: name the period in A3-EVID-FROM "
                   "and A3-EVID-TO (yyyymmdd)"
               move 12 to return-code
               goback
           end-if
           if ws-from-date is not numeric or ws-to-date is not numeric
               display "EVIDPACK: A3-EVID-FROM and A3-EVID-TO must "
                   "be yyyymmdd dates"
               move 12 to return-code
               goback
           end-if
           compute ws-from-int =
               function integer-of-date(function numval(ws-from-date))
           compute ws-to-int =
               function integer-of-date(function numval(ws-to-date))
           if ws-from-int = 0 or ws-to-int = 0
               display "EVIDPACK: " ws-from-date " to " ws-to-date
                   " is not a valid period"
               move 12 to return-code
               goback
           end-if
           if ws-from-int > ws-to-int
               display "EVIDPACK: the period ends before it starts"
               move 12 to return-code
               goback
           end-if
           if ws-to-int - ws-from-int + 1 > ws-max-span
               display "EVIDPACK: one pack covers at most "
                   ws-max-span " days - split the period"
               move 12 to return-code
               goback
           end-if
           accept ws-today from date yyyymmdd
           if ws-region = spaces
               move "LIVE" to ws-region
           end-if
           open output report-file
           if ws-report-status not = "00"
               display "EVIDPACK: cannot write report "
                   function trim(ws-report-filename)
               move 12 to return-code
               goback
           end-if
           move spaces to report-rec
           string "COMPLIANCE EVIDENCE PACK FOR " delimited by size
               ws-from-date delimited by size
               " TO " delimited by size
               ws-to-date delimited by size
               "   PRINTED " delimited by size
               ws-today delimited by size
               "   REGION " delimited by size
               ws-region delimited by size
               into report-rec
           end-string
           write report-rec
           perform 1000-load-pending thru 1000-load-pending-exit
           perform 2000-key-section
           perform 3000-read-audit-trail
           perform 3200-print-break-glass
           perform 3400-print-key-refusals
           perform 3600-print-self-tests
           perform 4000-release-section
           perform 8000-write-summary
           perform 8500-write-control-page
           close report-file
           compute ws-exc-total = ws-kc-exc + ws-bg-exc + ws-hr-exc
               + ws-rw-exc
           display "EVIDPACK: " ws-from-date " to " ws-to-date " - "
               ws-cf-count " source file(s) read, " ws-exc-total
               " exception(s) - pack in "
               function trim(ws-report-filename)
           if ws-incomplete
               move spaces to ws-alert-msg
               string "evidence pack " delimited by size
                   ws-from-date delimited by size
                   "-" delimited by size
                   ws-to-date delimited by size
                   " incomplete - a source was unreadable"
                       delimited by size
                   into ws-alert-msg
               end-string
               call "alertlog" using ws-alert-job, ws-alert-sev,
                   ws-alert-msg
               move 8 to return-code
               goback
           end-if
           if ws-exc-total > 0
               move ws-exc-total to ws-num-disp
               move spaces to ws-alert-msg
               string "evidence pack " delimited by size
                   ws-from-date delimited by size
                   "-" delimited by size
                   ws-to-date delimited by size
                   " flags " delimited by size
                   function trim(ws-num-disp) delimited by size
                   " exception(s)" delimited by size
                   into ws-alert-msg
               end-string
               call "alertlog" using ws-alert-job, ws-alert-sev,
                   ws-alert-msg
               move 4 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *the pending-approval file, whole - every decision taken in the
      *period (its checker and date are what the journal lines are
      *matched against) and every request still waiting; the key
      *value is never moved out of the record
      *----------------------------------------------------------------
       1000-load-pending.
           add 1 to ws-cf-count
           move ws-cf-count to ws-cf-ix
           move ws-pend-filename to cf-name(ws-cf-ix)
           move "KEYPEND" to cf-kind(ws-cf-ix)
           move 0 to cf-read(ws-cf-ix)
           move 0 to cf-used(ws-cf-ix)
           move spaces to cf-first(ws-cf-ix)
           move spaces to cf-last(ws-cf-ix)
           open input pend-file
           if ws-pend-status = "35"
               move "NOT PRESENT" to cf-note(ws-cf-ix)
               go to 1000-load-pending-exit
           end-if
           if ws-pend-status not = "00"
               move spaces to cf-note(ws-cf-ix)
               string "STATUS " delimited by size
                   ws-pend-status delimited by size
                   into cf-note(ws-cf-ix)
               end-string
               move "Y" to ws-incomplete-sw
               go to 1000-load-pending-exit
           end-if
           move "WHOLE FILE" to cf-note(ws-cf-ix)
           move 0 to kp-seq
           start pend-file key not < kp-seq
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read pend-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to cf-read(ws-cf-ix)
                       perform 1100-take-pending
               end-read
           end-perform
           close pend-file.
       1000-load-pending-exit.
           exit.

       1100-take-pending.
           if kp-status = "P"
               add 1 to ws-kc-waiting
               add 1 to cf-used(ws-cf-ix)
           end-if
           if (kp-status = "A" or kp-status = "R")
               and kp-act-date not < ws-from-date
               and kp-act-date not > ws-to-date
               add 1 to cf-used(ws-cf-ix)
               if cf-first(ws-cf-ix) = spaces
                   or kp-act-date < cf-first(ws-cf-ix)
                   move kp-act-date to cf-first(ws-cf-ix)
               end-if
               if kp-act-date > cf-last(ws-cf-ix)
                   move kp-act-date to cf-last(ws-cf-ix)
               end-if
               if ws-pt-count < ws-pt-max
                   add 1 to ws-pt-count
                   move kp-seq to pt-seq(ws-pt-count)
                   move kp-status to pt-status(ws-pt-count)
                   move kp-maker to pt-maker(ws-pt-count)
                   move kp-func to pt-func(ws-pt-count)
                   move kp-keyid to pt-keyid(ws-pt-count)
                   move kp-req-date to pt-req-date(ws-pt-count)
                   move kp-checker to pt-checker(ws-pt-count)
                   move kp-act-date to pt-act-date(ws-pt-count)
                   move "N" to pt-used-sw(ws-pt-count)
               else
                   add 1 to ws-pt-lost
               end-if
           end-if.

      *----------------------------------------------------------------
      *section 1 - every key-journal line in the period, dated
      *generations first then the live journal, so the lines run in
      *date order. A decision line is matched to its pending entry
      *(same key-id and function, checker and date) for the maker; a
      *change with no pending entry behind it went in by the direct
      *path, with no checker at all
      *----------------------------------------------------------------
       2000-key-section.
           move "1  KEY CHANGES - MAKER AND CHECKER" to ws-title
           perform 8100-write-heading
           write report-rec from ws-kc-hdr
           move "KEYJRNL" to ws-src-kind
           move "Y" to ws-src-gen-sw
           perform varying ws-day-int from ws-from-int by 1
                   until ws-day-int > ws-to-int
               compute ws-day-date =
                   function date-of-integer(ws-day-int)
               move ws-day-date to ws-day-text
               move spaces to ws-src-filename
               string function trim(ws-kj-prefix) delimited by size
                   ws-day-text delimited by size
                   into ws-src-filename
               end-string
               add 1 to ws-kj-probed
               perform 5000-read-source thru 5000-read-source-exit
           end-perform
           move "N" to ws-src-gen-sw
           move ws-journal-filename to ws-src-filename
           perform 5000-read-source thru 5000-read-source-exit
           perform varying ws-pt-ix from 1 by 1
                   until ws-pt-ix > ws-pt-count
               if pt-used-sw(ws-pt-ix) not = "Y"
                   perform 2200-unjournalled-decision
               end-if
           end-perform
           move spaces to report-rec
           write report-rec
           move "KEY-JOURNAL LINES IN THE PERIOD" to ws-cl-label
           move ws-kc-lines to ws-cl-count
           perform 8200-write-count
           move "CHANGES APPLIED" to ws-cl-label
           move ws-kc-applied to ws-cl-count
           perform 8200-write-count
           move "REFUSED BY THE CHECKER" to ws-cl-label
           move ws-kc-refused to ws-cl-count
           perform 8200-write-count
           move "REJECTED BY POLICY OR THE STORE" to ws-cl-label
           move ws-kc-rejected to ws-cl-count
           perform 8200-write-count
           move "REQUESTS QUEUED FOR A CHECKER" to ws-cl-label
           move ws-kc-queued to ws-cl-count
           perform 8200-write-count
           move "DECISIONS NOT IN THE JOURNAL" to ws-cl-label
           move ws-kc-unjrnl to ws-cl-count
           perform 8200-write-count
           move "REQUESTS STILL AWAITING A CHECKER" to ws-cl-label
           move ws-kc-waiting to ws-cl-count
           perform 8200-write-count
           if ws-pt-lost > 0
               move "DECISIONS NOT MATCHED (TABLE FULL)"
                   to ws-cl-label
               move ws-pt-lost to ws-cl-count
               perform 8200-write-count
           end-if
           move "EXCEPTIONS" to ws-cl-label
           move ws-kc-exc to ws-cl-count
           perform 8200-write-count.

       2100-take-journal-line.
           move src-rec to ws-kj-line
           add 1 to ws-kc-lines
           move kj-oper to ws-maker
           move spaces to ws-checker
           move spaces to ws-exception
           move "N" to ws-applied-sw
           move 0 to ws-pt-hit
           if kj-outcome = "PENDING"
               add 1 to ws-kc-queued
           else
               perform varying ws-pt-ix from 1 by 1
                       until ws-pt-ix > ws-pt-count
                       or ws-pt-hit > 0
                   if pt-used-sw(ws-pt-ix) not = "Y"
                       and pt-keyid(ws-pt-ix) = kj-keyid
                       and pt-func(ws-pt-ix) = kj-func
                       and pt-checker(ws-pt-ix) = kj-oper
                       and pt-act-date(ws-pt-ix) = kj-date
                       move ws-pt-ix to ws-pt-hit
                   end-if
               end-perform
               if ws-pt-hit > 0
                   move "Y" to pt-used-sw(ws-pt-hit)
                   move pt-maker(ws-pt-hit) to ws-maker
                   move kj-oper to ws-checker
               end-if
               evaluate true
                   when kj-outcome = "ADDED"
                       or kj-outcome = "REPLACED"
                       or kj-outcome = "DEACTIVATED"
                       or kj-outcome(1:13) = "COMPROMISED V"
                       move "Y" to ws-applied-sw
                       add 1 to ws-kc-applied
                   when kj-outcome = "REFUSED"
                       add 1 to ws-kc-refused
                   when other
                       add 1 to ws-kc-rejected
               end-evaluate
           end-if
      *the two findings dual control exists to prevent
           if ws-pt-hit > 0 and ws-maker = ws-checker
               if ws-applied-sw = "Y"
                   move "APPROVED BY OWN MAKER" to ws-exception
               else
                   move "DECIDED BY OWN MAKER" to ws-exception
               end-if
           end-if
           if ws-applied-sw = "Y" and ws-checker = spaces
               move "NO CHECKER ON RECORD" to ws-exception
           end-if
           if ws-exception not = spaces
               add 1 to ws-kc-exc
           end-if
           move kj-date to kd-date
           move kj-time to kd-time
           move kj-keyid to kd-keyid
           move kj-func to kd-func
           move ws-maker to kd-maker
           move ws-checker to kd-checker
           move kj-outcome to kd-outcome
           move ws-exception to kd-exception
           write report-rec from ws-kc-detail.

      *----------------------------------------------------------------
      *a decision on the pending file in the period that no journal
      *line accounts for - the trail is missing a change
      *----------------------------------------------------------------
       2200-unjournalled-decision.
           add 1 to ws-kc-unjrnl
           add 1 to ws-kc-exc
           move pt-act-date(ws-pt-ix) to kd-date
           move spaces to kd-time
           move pt-keyid(ws-pt-ix) to kd-keyid
           move pt-func(ws-pt-ix) to kd-func
           move pt-maker(ws-pt-ix) to kd-maker
           move pt-checker(ws-pt-ix) to kd-checker
           if pt-status(ws-pt-ix) = "A"
               move "APPROVED (PENDING)" to kd-outcome
           else
               move "REFUSED (PENDING)" to kd-outcome
           end-if
           if pt-maker(ws-pt-ix) = pt-checker(ws-pt-ix)
               move "DECIDED BY OWN MAKER" to kd-exception
           else
               move "DECISION NOT IN JOURNAL" to kd-exception
           end-if
           write report-rec from ws-kc-detail.

      *----------------------------------------------------------------
      *the audit trail - dated generations then the live trail - with
      *the break-glass, keyword-refusal and self-test lines held back
      *for sections 2 to 4
      *----------------------------------------------------------------
       3000-read-audit-trail.
           move "AUDIT" to ws-src-kind
           move "Y" to ws-src-gen-sw
           perform varying ws-day-int from ws-from-int by 1
                   until ws-day-int > ws-to-int
               compute ws-day-date =
                   function date-of-integer(ws-day-int)
               move ws-day-date to ws-day-text
               move spaces to ws-src-filename
               string function trim(ws-au-prefix) delimited by size
                   ws-day-text delimited by size
                   into ws-src-filename
               end-string
               add 1 to ws-au-probed
               perform 5000-read-source thru 5000-read-source-exit
           end-perform
           move "N" to ws-src-gen-sw
           move ws-audit-filename to ws-src-filename
           perform 5000-read-source thru 5000-read-source-exit.

       3100-take-audit-line.
           move src-rec to ws-au-line
           evaluate true
               when au-op = "BREAKGL"
                   if ws-bg-count < ws-bg-max
                       add 1 to ws-bg-count
                       move "A" to bg-event(ws-bg-count)
                       move au-date to bg-date(ws-bg-count)
                       move au-time to bg-time(ws-bg-count)
                       move au-dept to bg-dept(ws-bg-count)
                       move au-msgid to bg-msgid(ws-bg-count)
                       move au-keyid to bg-oper(ws-bg-count)
                       move au-keyid2 to bg-appr(ws-bg-count)
                   else
                       add 1 to ws-bg-lost
                   end-if
      *an operator the master refused break-glass names breakgls.cob
      *in the department column and the operator in the key-id one
               when au-op = "REFUSED" and au-dept = "BREAKGLS"
                   if ws-bg-count < ws-bg-max
                       add 1 to ws-bg-count
                       move "R" to bg-event(ws-bg-count)
                       move au-date to bg-date(ws-bg-count)
                       move au-time to bg-time(ws-bg-count)
                       move spaces to bg-dept(ws-bg-count)
                       move spaces to bg-msgid(ws-bg-count)
                       move au-keyid to bg-oper(ws-bg-count)
                       move spaces to bg-appr(ws-bg-count)
                   else
                       add 1 to ws-bg-lost
                   end-if
               when au-op = "KEYVIOL"
                   if ws-kv-count < ws-kv-max
                       add 1 to ws-kv-count
                       move au-date to kv-date(ws-kv-count)
                       move au-time to kv-time(ws-kv-count)
                       move au-dept to kv-job(ws-kv-count)
                       move au-region to kv-region(ws-kv-count)
                   else
                       add 1 to ws-kv-lost
                   end-if
               when au-op = "SELFTFL"
                   if ws-st-count < ws-st-max
                       add 1 to ws-st-count
                       move au-date to st-date(ws-st-count)
                       move au-time to st-time(ws-st-count)
                       move au-len to st-len(ws-st-count)
                       move au-region to st-region(ws-st-count)
                   else
                       add 1 to ws-st-lost
                   end-if
           end-evaluate.

      *----------------------------------------------------------------
      *section 2 - every break-glass read must name two different
      *operators; a read with only one, or the same one twice, is the
      *exception. Attempts the operator master refused are listed too
      *----------------------------------------------------------------
       3200-print-break-glass.
           move "2  BREAK-GLASS ACCESSES" to ws-title
           perform 8100-write-heading
           write report-rec from ws-bg-hdr
           perform varying i from 1 by 1 until i > ws-bg-count
               move spaces to ws-exception
               if bg-event(i) = "A"
                   add 1 to ws-bg-access
                   move "READ" to bd-event
                   if bg-appr(i) = spaces
                       move "NO SECOND OPERATOR" to ws-exception
                   else
                       if bg-appr(i) = bg-oper(i)
                           move "SAME OPERATOR TWICE" to ws-exception
                       end-if
                   end-if
               else
                   add 1 to ws-bg-refused
                   move "REFUSED" to bd-event
               end-if
               if ws-exception not = spaces
                   add 1 to ws-bg-exc
               end-if
               move bg-date(i) to bd-date
               move bg-time(i) to bd-time
               move bg-dept(i) to bd-dept
               move bg-msgid(i) to bd-msgid
               move bg-oper(i) to bd-oper
               move bg-appr(i) to bd-appr
               move ws-exception to bd-exception
               write report-rec from ws-bg-detail
           end-perform
           move spaces to report-rec
           write report-rec
           move "BREAK-GLASS READS" to ws-cl-label
           move ws-bg-access to ws-cl-count
           perform 8200-write-count
           move "ATTEMPTS REFUSED BY THE OPERATOR MASTER"
               to ws-cl-label
           move ws-bg-refused to ws-cl-count
           perform 8200-write-count
           if ws-bg-lost > 0
               move "NOT LISTED (TABLE FULL)" to ws-cl-label
               move ws-bg-lost to ws-cl-count
               perform 8200-write-count
           end-if
           move "EXCEPTIONS" to ws-cl-label
           move ws-bg-exc to ws-cl-count
           perform 8200-write-count.

      *----------------------------------------------------------------
      *section 3 - every run keypol.cob refused for a clear-text
      *keyword, with the job it was handed to
      *----------------------------------------------------------------
       3400-print-key-refusals.
           move "3  CLEAR-TEXT KEYWORD REFUSALS" to ws-title
           perform 8100-write-heading
           write report-rec from ws-kv-hdr
           perform varying i from 1 by 1 until i > ws-kv-count
               move kv-date(i) to vd-date
               move kv-time(i) to vd-time
               move kv-job(i) to vd-job
               move kv-region(i) to vd-region
               write report-rec from ws-kv-detail
           end-perform
           move spaces to report-rec
           write report-rec
           move "RUNS REFUSED" to ws-cl-label
           compute ws-cl-count = ws-kv-count + ws-kv-lost
           perform 8200-write-count
           if ws-kv-lost > 0
               move "NOT LISTED (TABLE FULL)" to ws-cl-label
               move ws-kv-lost to ws-cl-count
               perform 8200-write-count
           end-if.

      *----------------------------------------------------------------
      *section 4 - every cipher self-test that refused a run
      *----------------------------------------------------------------
       3600-print-self-tests.
           move "4  CIPHER SELF-TEST FAILURES" to ws-title
           perform 8100-write-heading
           write report-rec from ws-st-hdr
           perform varying i from 1 by 1 until i > ws-st-count
               move st-date(i) to sd-date
               move st-time(i) to sd-time
               move function numval(st-len(i)) to sd-failed
               move st-region(i) to sd-region
               write report-rec from ws-st-detail
           end-perform
           move spaces to report-rec
           write report-rec
           move "SELF-TEST FAILURES" to ws-cl-label
           compute ws-cl-count = ws-st-count + ws-st-lost
           perform 8200-write-count
           if ws-st-lost > 0
               move "NOT LISTED (TABLE FULL)" to ws-cl-label
               move ws-st-lost to ws-cl-count
               perform 8200-write-count
           end-if.

      *----------------------------------------------------------------
      *section 5 - every release of held traffic and of workbench
      *rejects, each of which must name the operator who did it
      *----------------------------------------------------------------
       4000-release-section.
           move "5  RELEASED HOLDS AND REJECTS" to ws-title
           perform 8100-write-heading
           move "RELEASED HOLDS" to report-rec
           write report-rec
           write report-rec from ws-hr-hdr
           move "HOLDREL" to ws-src-kind
           move "N" to ws-src-gen-sw
           move ws-holdrel-filename to ws-src-filename
           perform 5000-read-source thru 5000-read-source-exit
           move spaces to report-rec
           write report-rec
           move "HOLD RELEASES" to ws-cl-label
           move ws-hr-count to ws-cl-count
           perform 8200-write-count
           move "RECORDS RELEASED FROM HOLD" to ws-cl-label
           move ws-hr-records to ws-cl-count
           perform 8200-write-count
           move "EXCEPTIONS" to ws-cl-label
           move ws-hr-exc to ws-cl-count
           perform 8200-write-count
           move spaces to report-rec
           write report-rec
           move "RELEASED REJECTS" to report-rec
           write report-rec
           write report-rec from ws-rw-hdr
           move "REJWB" to ws-src-kind
           move ws-rejwb-filename to ws-src-filename
           perform 5000-read-source thru 5000-read-source-exit
           move spaces to report-rec
           write report-rec
           move "REJECTS RELEASED" to ws-cl-label
           move ws-rw-count to ws-cl-count
           perform 8200-write-count
           move "EXCEPTIONS" to ws-cl-label
           move ws-rw-exc to ws-cl-count
           perform 8200-write-count.

       4100-take-hold-line.
           move src-rec to ws-hr-line
           if hr-action not = "RELEASED"
               go to 4100-take-hold-line-exit
           end-if
           add 1 to ws-hr-count
           if hr-count is numeric
               add function numval(hr-count) to ws-hr-records
           end-if
           move spaces to hd-exception
           if hr-oper = spaces
               move "NO OPERATOR ON RECORD" to hd-exception
               add 1 to ws-hr-exc
           end-if
           move hr-date to hd-date
           move hr-time to hd-time
           move hr-oper to hd-oper
           move hr-dept to hd-dept
           move hr-count to hd-count
           write report-rec from ws-hr-detail.
       4100-take-hold-line-exit.
           exit.

       4200-take-reject-line.
           move src-rec to ws-rw-line
           if rw-action not = "RELEASED"
               go to 4200-take-reject-line-exit
           end-if
           add 1 to ws-rw-count
           move spaces to rd-exception
           if rw-oper = spaces
               move "NO OPERATOR ON RECORD" to rd-exception
               add 1 to ws-rw-exc
           end-if
           move rw-date to rd-date
           move rw-time to rd-time
           move rw-oper to rd-oper
           move rw-recno to rd-recno
           move rw-msgid to rd-msgid
           move rw-keyid to rd-keyid
           move rw-reason to rd-reason
           write report-rec from ws-rw-detail.
       4200-take-reject-line-exit.
           exit.

      *----------------------------------------------------------------
      *read one journal file into its section - every line dated in
      *the period goes to the section's own line handler, and the
      *file gets its row on the control page. A dated generation
      *that is not on disk is a day with nothing cut and is passed
      *over; a live file that is not there is noted; a file that is
      *there but cannot be read leaves the pack incomplete
      *----------------------------------------------------------------
       5000-read-source.
           open input src-file
           if ws-src-status = "35" and ws-src-gen
               go to 5000-read-source-exit
           end-if
           add 1 to ws-cf-count
           move ws-cf-count to ws-cf-ix
           move ws-src-filename to cf-name(ws-cf-ix)
           move ws-src-kind to cf-kind(ws-cf-ix)
           move 0 to cf-read(ws-cf-ix)
           move 0 to cf-used(ws-cf-ix)
           move spaces to cf-first(ws-cf-ix)
           move spaces to cf-last(ws-cf-ix)
           if ws-src-status = "35"
               move "NOT PRESENT" to cf-note(ws-cf-ix)
               go to 5000-read-source-exit
           end-if
           if ws-src-status not = "00"
               move spaces to cf-note(ws-cf-ix)
               string "STATUS " delimited by size
                   ws-src-status delimited by size
                   into cf-note(ws-cf-ix)
               end-string
               move "Y" to ws-incomplete-sw
               go to 5000-read-source-exit
           end-if
           if ws-src-gen
               move "GENERATION" to cf-note(ws-cf-ix)
               if ws-src-kind = "KEYJRNL"
                   add 1 to ws-kj-found
               else
                   add 1 to ws-au-found
               end-if
           else
               move "LIVE" to cf-note(ws-cf-ix)
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read src-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to cf-read(ws-cf-ix)
                       if src-rec(1:8) not < ws-from-date
                           and src-rec(1:8) not > ws-to-date
                           perform 5100-take-line
                       end-if
               end-read
           end-perform
           close src-file.
       5000-read-source-exit.
           exit.

       5100-take-line.
           add 1 to cf-used(ws-cf-ix)
           if cf-first(ws-cf-ix) = spaces
               or src-rec(1:8) < cf-first(ws-cf-ix)
               move src-rec(1:8) to cf-first(ws-cf-ix)
           end-if
           if src-rec(1:8) > cf-last(ws-cf-ix)
               move src-rec(1:8) to cf-last(ws-cf-ix)
           end-if
           evaluate ws-src-kind
               when "KEYJRNL"
                   perform 2100-take-journal-line
               when "AUDIT"
                   perform 3100-take-audit-line
               when "HOLDREL"
                   perform 4100-take-hold-line
                       thru 4100-take-hold-line-exit
               when "REJWB"
                   perform 4200-take-reject-line
                       thru 4200-take-reject-line-exit
           end-evaluate.

      *----------------------------------------------------------------
      *the summary page - each section's headline count and its
      *exceptions, and the pack's exceptions in total
      *----------------------------------------------------------------
       8000-write-summary.
           move "SUMMARY" to ws-title
           perform 8100-write-heading
           move "1  KEY CHANGES APPLIED" to ws-cl-label
           move ws-kc-applied to ws-cl-count
           perform 8200-write-count
           move "   EXCEPTIONS" to ws-cl-label
           move ws-kc-exc to ws-cl-count
           perform 8200-write-count
           move "2  BREAK-GLASS READS" to ws-cl-label
           move ws-bg-access to ws-cl-count
           perform 8200-write-count
           move "   EXCEPTIONS" to ws-cl-label
           move ws-bg-exc to ws-cl-count
           perform 8200-write-count
           move "3  CLEAR-TEXT KEYWORD REFUSALS" to ws-cl-label
           compute ws-cl-count = ws-kv-count + ws-kv-lost
           perform 8200-write-count
           move "4  CIPHER SELF-TEST FAILURES" to ws-cl-label
           compute ws-cl-count = ws-st-count + ws-st-lost
           perform 8200-write-count
           move "5  HOLD RELEASES" to ws-cl-label
           move ws-hr-count to ws-cl-count
           perform 8200-write-count
           move "   REJECTS RELEASED" to ws-cl-label
           move ws-rw-count to ws-cl-count
           perform 8200-write-count
           move "   EXCEPTIONS" to ws-cl-label
           compute ws-cl-count = ws-hr-exc + ws-rw-exc
           perform 8200-write-count
           move spaces to report-rec
           write report-rec
           move "EXCEPTIONS IN THE PACK" to ws-cl-label
           compute ws-cl-count = ws-kc-exc + ws-bg-exc + ws-hr-exc
               + ws-rw-exc
           perform 8200-write-count.

       8100-write-heading.
           move spaces to report-rec
           write report-rec
           write report-rec from ws-dash-line
           move ws-title to report-rec
           write report-rec
           write report-rec from ws-dash-line.

       8200-write-count.
           write report-rec from ws-count-line.

      *----------------------------------------------------------------
      *the control page - the period asked for and every source file
      *the pack read, with what it held and the dates it covered
      *----------------------------------------------------------------
       8500-write-control-page.
           move "CONTROL PAGE" to ws-title
           perform 8100-write-heading
           move spaces to report-rec
           string "PERIOD REQUESTED " delimited by size
               ws-from-date delimited by size
               " TO " delimited by size
               ws-to-date delimited by size
               into report-rec
           end-string
           write report-rec
           move spaces to report-rec
           write report-rec
           write report-rec from ws-cf-hdr
           perform varying ws-cf-ix from 1 by 1
                   until ws-cf-ix > ws-cf-count
               move cf-name(ws-cf-ix) to fd-name
               move cf-kind(ws-cf-ix) to fd-kind
               move cf-read(ws-cf-ix) to fd-read
               move cf-used(ws-cf-ix) to fd-used
               move cf-first(ws-cf-ix) to fd-first
               move cf-last(ws-cf-ix) to fd-last
               move cf-note(ws-cf-ix) to fd-note
               write report-rec from ws-cf-detail
           end-perform
           move spaces to report-rec
           write report-rec
           move "KEY-JOURNAL GENERATION DATES PROBED" to ws-cl-label
           move ws-kj-probed to ws-cl-count
           perform 8200-write-count
           move "KEY-JOURNAL GENERATIONS FOUND" to ws-cl-label
           move ws-kj-found to ws-cl-count
           perform 8200-write-count
           move "AUDIT-TRAIL GENERATION DATES PROBED" to ws-cl-label
           move ws-au-probed to ws-cl-count
           perform 8200-write-count
           move "AUDIT-TRAIL GENERATIONS FOUND" to ws-cl-label
           move ws-au-found to ws-cl-count
           perform 8200-write-count
           if ws-incomplete
               move spaces to report-rec
               write report-rec
               move "PACK INCOMPLETE - A SOURCE ABOVE COULD NOT BE READ"
                   to report-rec
               write report-rec
           end-if
           move spaces to report-rec
           write report-rec
           move "END OF EVIDENCE PACK" to report-rec
           write report-rec.
       end program evidpack.
