      *                so the old comparison read message text and
      *                could never match; the quarantine leg now
      *                says so instead of silently finding nothing
      *2026-10-15  AH  copy the findings to a trace report when one is
      *                named (A3-TRACE-REPORT), so the operator
      *                console can put them on its screen
      *2026-10-15  AH  widen the trace buffer for the value date the
      *                envelope now carries
      *2026-10-15  AH  widen the trace buffer for the correlation id
      *                the envelope now carries

       identification division.
       program-id. msgtrace.
           select trace-file assign to dynamic ws-trace-filename
               organization line sequential
               file status ws-trace-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.

       data division.
       file section.
       fd trace-file.
      *sized for the widest record traced - a reject line's reason
      *column plus the whole envelope behind it
       01 trace-rec pic x(5127).
       fd report-file.
       01 report-rec pic x(100).

       working-storage section.
       01 ws-trace-filename pic x(100).
       01 ws-trace-status   pic x(2).
       01 ws-report-filename pic x(100).
       01 ws-report-status  pic x(2).
       01 ws-report-sw      pic x(1) value "N".
           88 ws-report-open value "Y".
       01 ws-sighting       pic x(100).
       01 ws-msgid          pic x(14).
       01 ws-queue-name     pic x(100).
       01 ws-result-name    pic x(100).
           accept ws-xmit-name from environment "A3-TRACE-XMIT"
           accept ws-reject-name from environment "A3-TRACE-REJECT"
           accept ws-quar-name from environment "A3-TRACE-QUAR"
           accept ws-report-filename
               from environment "A3-TRACE-REPORT"
           if ws-msgid = spaces
               display "MSGTRACE: no message id given "
                   "(set A3-TRACE-MSGID)"
               move 12 to return-code
               goback
           end-if
      *the report is a copy of what the trace says, for a caller
      *that cannot read the job output - no report, no copy
           if ws-report-filename not = spaces
               open output report-file
               if ws-report-status = "00"
                   move "Y" to ws-report-sw
               else
                   display "MSGTRACE: cannot open trace report "
                       function trim(ws-report-filename)
                       " status " ws-report-status
               end-if
           end-if
           move spaces to ws-sighting
           string "MSGTRACE: tracing message " delimited by size
               ws-msgid delimited by size
               into ws-sighting
           end-string
           perform 9000-note-sighting
           if ws-queue-name not = spaces
               perform 2000-scan-queue
                   thru 2000-scan-queue-exit
           if ws-quar-name not = spaces
               perform 5000-note-quarantine
           end-if
           move spaces to ws-sighting
           if ws-found-count = 0
               string "MSGTRACE: message not found in any file "
                       delimited by size
                   "named - widen the search or check the archive"
                       delimited by size
                   into ws-sighting
               end-string
               move 4 to return-code
           else
               move ws-found-count to ws-num-disp
               string "MSGTRACE: " delimited by size
                   function trim(ws-num-disp) delimited by size
                   " sighting(s)" delimited by size
                   into ws-sighting
               end-string
           end-if
           perform 9000-note-sighting
           if ws-report-open
               close report-file
           end-if
           goback.

                       if ws-env-msgid = ws-msgid
                           add 1 to ws-found-count
                           move ws-recnum to ws-num-disp
                           move spaces to ws-sighting
                           string "MSGTRACE: queue " delimited by size
                               function trim(ws-trace-filename)
                                   delimited by size
                               " record " delimited by size
                               function trim(ws-num-disp)
                                   delimited by size
                               " dept " delimited by size
                               ws-env-dept delimited by size
                               into ws-sighting
                           end-string
                           perform 9000-note-sighting
                       end-if
               end-read
           end-perform
                           move trace-rec to ws-res
                           if ws-res-msgid = ws-msgid
                               add 1 to ws-found-count
                               move spaces to ws-sighting
                               string "MSGTRACE: " delimited by size
                                   function trim(ws-trace-filename)
                                       delimited by size
                                   " sequence " delimited by size
                                   ws-res-seq delimited by size
                                   " dept " delimited by size
                                   ws-res-dept delimited by size
                                   " dated " delimited by size
                                   ws-res-date delimited by size
                                   into ws-sighting
                               end-string
                               perform 9000-note-sighting
                           end-if
                       end-if
               end-read
                       move trace-rec to ws-rej-line
                       if ws-rej-env-msgid = ws-msgid
                           add 1 to ws-found-count
                           move spaces to ws-sighting
                           string "MSGTRACE: held in "
                                   delimited by size
                               function trim(ws-trace-filename)
                                   delimited by size
                               " - " delimited by size
                               function trim(ws-rej-reason)
                                   delimited by size
                               into ws-sighting
                           end-string
                           perform 9000-note-sighting
                       end-if
               end-read
           end-perform
           display "MSGTRACE: " function trim(ws-quar-name)
               " is a recon quarantine file - its records carry "
               "no message id and cannot be searched by id; "
               "review it by reason through reconretry"
           if ws-report-open
               move spaces to report-rec
               string "MSGTRACE: " delimited by size
                   function trim(ws-quar-name) delimited by size
                   " is a recon quarantine file - not searchable"
                       delimited by size
                   " by id" delimited by size
                   into report-rec
               end-string
               write report-rec
           end-if.

      *----------------------------------------------------------------
      *one line of findings - to the job output always, and to the
      *trace report when one is open
      *----------------------------------------------------------------
       9000-note-sighting.
           display function trim(ws-sighting trailing)
           if ws-report-open
               write report-rec from ws-sighting
           end-if.
       end program msgtrace.
