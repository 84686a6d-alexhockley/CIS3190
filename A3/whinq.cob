      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *whinq.cob is the value-date warehouse inquiry - what is parked
      *waiting for its day, per department and value date, with a
      *count per date, a total per department and a grand total, so
      *a department asking "is our month-end run in there?" gets an
      *answer without anyone opening the warehouse by hand. Naming a
      *department (A3-WHINQ-DEPT) narrows the report to it and lists
      *its records one by one - message id, segment, category,
      *priority and the night each was warehoused; naming a value
      *date (A3-WHINQ-DATE) narrows it to that date. Anything still
      *in the warehouse dated on or before the current business date
      *is flagged OVERDUE - the release step should have had it -
      *and the report ends with a warning return code
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. whinq.
       environment division.
       input-output section.
       file-control.
           select whse-file assign to dynamic ws-whse-filename
               organization indexed
               access mode is dynamic
               record key is wh-key
               file status ws-whse-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.

       data division.
       file section.
       fd whse-file.
       01 whse-rec.
           03 wh-key.
               05 wh-valdate pic x(8).
               05 wh-msgid   pic x(14).
               05 wh-segnum  pic x(3).
           03 wh-stored      pic x(8).
           copy ENVREC replacing ==:LEVEL:== by ==03==
                                ==:ENV-FIELD:== by ==wh-env==.
       fd report-file.
       01 report-rec pic x(80).

       working-storage section.
       01 ws-whse-filename   pic x(100).
       01 ws-report-filename pic x(100).
       01 ws-whse-status     pic x(2).
       01 ws-report-status   pic x(2).
       01 ws-sel-dept pic x(8).
       01 ws-sel-date pic x(8).
       01 ws-busdate  pic x(8).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
      *one row per department in name order, each carrying its value
      *dates in date order - the warehouse is read in value-date
      *order, so a department's dates arrive already sequenced
       01 ws-dept-count pic 9(3) comp value 0.
       01 ws-dept-max   pic 9(3) comp value 100.
       01 ws-date-max   pic 9(3) comp value 60.
       01 ws-dept-table.
           05 ws-dt-row occurs 100.
               10 ws-dt-dept   pic x(8).
               10 ws-dt-total  pic 9(7) comp.
               10 ws-dt-ndates pic 9(3) comp.
               10 ws-dt-date occurs 60.
                   15 ws-dd-valdate pic x(8).
                   15 ws-dd-count   pic 9(7) comp.
       01 i          pic 9(3) comp.
       01 k          pic 9(3) comp.
       01 ws-row-ix  pic 9(3) comp.
       01 ws-rec-count     pic 9(7) comp value 0.
       01 ws-overdue-count pic 9(7) comp value 0.
       01 ws-dropped-count pic 9(7) comp value 0.
       01 ws-hdr1 pic x(80) value
           "DEPT      VALUE DATE  RECORDS".
       01 ws-hdr2 pic x(80) value
           "VALUE DATE MESSAGE ID     SEG CAT  P STORED".
       01 ws-sum-line.
           05 ws-sl-dept    pic x(8).
           05 filler        pic x(2) value spaces.
           05 ws-sl-valdate pic x(10).
           05 filler        pic x(2) value spaces.
           05 ws-sl-count   pic z(6)9.
           05 filler        pic x(1) value space.
           05 ws-sl-flag    pic x(7).
       01 ws-det-line.
           05 ws-dl-valdate pic x(8).
           05 filler        pic x(3) value spaces.
           05 ws-dl-msgid   pic x(14).
           05 filler        pic x(2) value spaces.
           05 ws-dl-segnum  pic x(3).
           05 filler        pic x(1) value space.
           05 ws-dl-cat     pic x(4).
           05 filler        pic x(1) value space.
           05 ws-dl-prio    pic x(1).
           05 filler        pic x(1) value space.
           05 ws-dl-stored  pic x(8).
           05 filler        pic x(1) value space.
           05 ws-dl-flag    pic x(7).

       procedure division.
           accept ws-whse-filename from environment "A3-WHSE-FILE"
           accept ws-report-filename
               from environment "A3-WHINQ-REPORT"
           accept ws-sel-dept from environment "A3-WHINQ-DEPT"
           accept ws-sel-date from environment "A3-WHINQ-DATE"
           if ws-whse-filename = spaces
               move "WHSE.DAT" to ws-whse-filename
           end-if
           call "region" using ws-whse-filename
           if ws-report-filename = spaces
               move "WHINQ.TXT" to ws-report-filename
           end-if
           call "busdate" using ws-busdate
           open output report-file
           if ws-report-status not = "00"
               display "WHINQ: cannot open report file "
                   function trim(ws-report-filename)
               move 12 to return-code
               goback
           end-if
           move spaces to report-rec
           string "VALUE-DATE WAREHOUSE AS AT " delimited by size
               ws-busdate delimited by size
               into report-rec
           end-string
           write report-rec
           if ws-sel-dept not = spaces
               move spaces to report-rec
               string "DEPARTMENT " delimited by size
                   ws-sel-dept delimited by size
                   into report-rec
               end-string
               write report-rec
           end-if
           if ws-sel-date not = spaces
               move spaces to report-rec
               string "VALUE DATE " delimited by size
                   ws-sel-date delimited by size
                   into report-rec
               end-string
               write report-rec
           end-if
           open input whse-file
           if ws-whse-status = "35"
               move "THE WAREHOUSE IS EMPTY" to report-rec
               write report-rec
               close report-file
               display "WHINQ: the warehouse is empty"
               goback
           end-if
           if ws-whse-status not = "00"
               display "WHINQ: cannot open warehouse "
                   function trim(ws-whse-filename)
                   " status " ws-whse-status
               close report-file
               move 12 to return-code
               goback
           end-if
      *a named department's records are listed as they are read,
      *ahead of the summary
           if ws-sel-dept not = spaces
               move spaces to report-rec
               write report-rec
               write report-rec from ws-hdr2
           end-if
           move low-values to wh-key
           if ws-sel-date not = spaces
               move ws-sel-date to wh-valdate
           end-if
           start whse-file key not < wh-key
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read whse-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if ws-sel-date not = spaces
                           and wh-valdate > ws-sel-date
                           move "Y" to ws-eof-sw
                       else
                           if ws-sel-dept = spaces
                               or wh-env-dept = ws-sel-dept
                               perform 2000-take-record
                                   thru 2000-take-record-exit
                           end-if
                       end-if
               end-read
           end-perform
           close whse-file
           perform 3000-write-summary
               thru 3000-write-summary-exit
           close report-file
           display "WHINQ: " ws-rec-count " record(s) in "
               ws-dept-count " department(s) - report in "
               function trim(ws-report-filename)
           if ws-overdue-count > 0
               display "WHINQ: " ws-overdue-count " record(s) "
                   "overdue - check the release step ran"
               move 4 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *one warehoused record - listed when a department is named,
      *and counted under its department and value date
      *----------------------------------------------------------------
       2000-take-record.
           add 1 to ws-rec-count
           if wh-valdate not > ws-busdate
               add 1 to ws-overdue-count
           end-if
           if ws-sel-dept not = spaces
               move spaces to ws-det-line
               move wh-valdate to ws-dl-valdate
               move wh-msgid to ws-dl-msgid
               move wh-segnum to ws-dl-segnum
               move wh-env-category to ws-dl-cat
               move wh-env-priority to ws-dl-prio
               move wh-stored to ws-dl-stored
               if wh-valdate not > ws-busdate
                   move "OVERDUE" to ws-dl-flag
               end-if
               write report-rec from ws-det-line
           end-if
      *find the department's row, or open one in name order
           move 0 to ws-row-ix
           perform varying i from 1 by 1 until i > ws-dept-count
               if ws-dt-dept(i) = wh-env-dept
                   move i to ws-row-ix
                   move ws-dept-count to i
               end-if
           end-perform
           if ws-row-ix = 0
               if ws-dept-count not < ws-dept-max
                   add 1 to ws-dropped-count
                   go to 2000-take-record-exit
               end-if
               move 1 to ws-row-ix
               perform varying i from 1 by 1 until i > ws-dept-count
                   if ws-dt-dept(i) < wh-env-dept
                       compute ws-row-ix = i + 1
                   end-if
               end-perform
               perform varying i from ws-dept-count by -1
                       until i < ws-row-ix
                   move ws-dt-row(i) to ws-dt-row(i + 1)
               end-perform
               add 1 to ws-dept-count
               initialize ws-dt-row(ws-row-ix)
               move wh-env-dept to ws-dt-dept(ws-row-ix)
           end-if
           add 1 to ws-dt-total(ws-row-ix)
           move ws-dt-ndates(ws-row-ix) to k
           if k = 0
               or ws-dd-valdate(ws-row-ix, k) not = wh-valdate
               if k not < ws-date-max
                   add 1 to ws-dropped-count
                   go to 2000-take-record-exit
               end-if
               add 1 to k
               move k to ws-dt-ndates(ws-row-ix)
               move wh-valdate to ws-dd-valdate(ws-row-ix, k)
               move 0 to ws-dd-count(ws-row-ix, k)
           end-if
           add 1 to ws-dd-count(ws-row-ix, k).
       2000-take-record-exit.
           exit.

      *----------------------------------------------------------------
      *the summary - each department's value dates with their
      *counts, the department's total, and the warehouse total
      *----------------------------------------------------------------
       3000-write-summary.
           move spaces to report-rec
           write report-rec
           write report-rec from ws-hdr1
           perform varying i from 1 by 1 until i > ws-dept-count
               perform varying k from 1 by 1
                       until k > ws-dt-ndates(i)
                   move spaces to ws-sum-line
                   if k = 1
                       move ws-dt-dept(i) to ws-sl-dept
                   end-if
                   move ws-dd-valdate(i, k) to ws-sl-valdate
                   move ws-dd-count(i, k) to ws-sl-count
                   if ws-dd-valdate(i, k) not > ws-busdate
                       move "OVERDUE" to ws-sl-flag
                   end-if
                   write report-rec from ws-sum-line
               end-perform
               move spaces to ws-sum-line
               move "  TOTAL" to ws-sl-valdate
               move ws-dt-total(i) to ws-sl-count
               write report-rec from ws-sum-line
           end-perform
           move spaces to report-rec
           write report-rec
           move spaces to ws-sum-line
           move "*ALL*" to ws-sl-dept
           move "TOTAL" to ws-sl-valdate
           move ws-rec-count to ws-sl-count
           write report-rec from ws-sum-line
           if ws-overdue-count > 0
               move spaces to ws-sum-line
               move "OVERDUE" to ws-sl-valdate
               move ws-overdue-count to ws-sl-count
               write report-rec from ws-sum-line
           end-if
           if ws-dropped-count > 0
               move spaces to report-rec
               string "TABLE FULL - RECORDS LEFT OUT OF THE "
                       delimited by size
                   "SUMMARY ABOVE" delimited by size
                   into report-rec
               end-string
               write report-rec
               move spaces to ws-sum-line
               move "NOT LISTED" to ws-sl-valdate
               move ws-dropped-count to ws-sl-count
               write report-rec from ws-sum-line
           end-if.
       3000-write-summary-exit.
           exit.
       end program whinq.
