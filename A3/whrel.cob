      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *whrel.cob is the nightly release step for the value-date
      *warehouse - the batch run parks a record dated ahead of the
      *night in the warehouse instead of ciphering it, and this step
      *puts every record that has fallen due back into the stream
      *(to the same requeue file holdrel and the reject workbench
      *feed, which the night's batch run consumes like any queue),
      *deleting each from the warehouse as it goes. A record is due
      *when its value date is on or before the current business
      *date. On a date the processing calendar marks as a holiday or
      *not a business day nothing is released at all - the records
      *due that day wait, and the next business day's release sweeps
      *them up with its own, which is the roll-forward the calendar
      *asks for. A record is requeued before it is deleted, so a
      *failure between the two can only ever repeat a record (which
      *the duplicate registry catches), never lose one
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. whrel.
       environment division.
       input-output section.
       file-control.
           select whse-file assign to dynamic ws-whse-filename
               organization indexed
               access mode is dynamic
               record key is wh-key
               file status ws-whse-status.
           select requeue-file assign to dynamic ws-requeue-filename
               organization line sequential
               file status ws-requeue-status.

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
       fd requeue-file.
           copy ENVREC replacing ==:LEVEL:== by ==01==
                                ==:ENV-FIELD:== by ==rq-env==.

       working-storage section.
       01 ws-whse-filename    pic x(100).
       01 ws-requeue-filename pic x(100).
       01 ws-whse-status    pic x(2).
       01 ws-requeue-status pic x(2).
       01 ws-busdate pic x(8).
       01 ws-busday  pic x(1).
       01 ws-holiday pic x(1).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-released-count pic 9(7) comp value 0.
       01 ws-failed-sw pic x(1) value "N".
       01 ws-alert-job  pic x(10) value "WHREL".
       01 ws-alert-sev  pic x(4).
       01 ws-alert-msg  pic x(60).
       01 ws-count-disp pic z(6)9.

       procedure division.
           accept ws-whse-filename from environment "A3-WHSE-FILE"
           accept ws-requeue-filename
               from environment "A3-REQUEUE-FILE"
           if ws-whse-filename = spaces
               move "WHSE.DAT" to ws-whse-filename
           end-if
           if ws-requeue-filename = spaces
               move "REQUEUE.TXT" to ws-requeue-filename
           end-if
      *the warehouse and the requeue file are shared system state - a
      *TEST-region release works the TST. twins
           call "region" using ws-whse-filename
           call "region" using ws-requeue-filename
           call "busdate" using ws-busdate, ws-busday, ws-holiday
           if ws-busday not = "Y" or ws-holiday = "Y"
               display "WHREL: " ws-busdate " is not a business day "
                   "- nothing released, records due today roll "
                   "forward to the next business day"
               goback
           end-if
           open i-o whse-file
           if ws-whse-status = "35"
               display "WHREL: the warehouse is empty"
               goback
           end-if
           if ws-whse-status not = "00"
               display "WHREL: cannot open warehouse "
                   function trim(ws-whse-filename)
                   " status " ws-whse-status
               move 12 to return-code
               goback
           end-if
           open extend requeue-file
           if ws-requeue-status = "35"
               open output requeue-file
           end-if
           if ws-requeue-status not = "00"
               display "WHREL: cannot open requeue file "
                   function trim(ws-requeue-filename)
               close whse-file
               move 12 to return-code
               goback
           end-if
      *the key leads with the value date, so everything due sits at
      *the front of the file - read forward until the first record
      *dated after the business date
           move low-values to wh-key
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
                       if wh-valdate > ws-busdate
                           move "Y" to ws-eof-sw
                       else
                           perform 2000-release-one
                               thru 2000-release-one-exit
                       end-if
               end-read
           end-perform
           close whse-file
           close requeue-file
           display "WHREL: " ws-released-count " record(s) due by "
               ws-busdate " released to "
               function trim(ws-requeue-filename)
           if ws-failed-sw = "Y"
               move "release stopped on a failed write - rerun"
                   to ws-alert-msg
               move "CRIT" to ws-alert-sev
               call "alertlog" using ws-alert-job, ws-alert-sev,
                   ws-alert-msg
               move 12 to return-code
               goback
           end-if
           if ws-released-count > 0
               move ws-released-count to ws-count-disp
               move spaces to ws-alert-msg
               string function trim(ws-count-disp)
                       delimited by size
                   " value-dated record(s) released to the queue"
                       delimited by size
                   into ws-alert-msg
               end-string
               move "INFO" to ws-alert-sev
               call "alertlog" using ws-alert-job, ws-alert-sev,
                   ws-alert-msg
           end-if
           goback.

      *----------------------------------------------------------------
      *one due record back onto the requeue file, envelope intact,
      *then off the warehouse - a requeue write that fails stops the
      *release with the record still safely warehoused
      *----------------------------------------------------------------
       2000-release-one.
           move wh-env to rq-env
           write rq-env
           if ws-requeue-status not = "00"
               display "WHREL: write failed on requeue file, status "
                   ws-requeue-status " - release stopped at "
                   wh-msgid
               move "Y" to ws-failed-sw
               move "Y" to ws-eof-sw
               go to 2000-release-one-exit
           end-if
           delete whse-file
               invalid key
                   display "WHREL: " wh-msgid " requeued but not "
                       "removed from the warehouse, status "
                       ws-whse-status
                   move "Y" to ws-failed-sw
                   move "Y" to ws-eof-sw
           end-delete
           add 1 to ws-released-count.
       2000-release-one-exit.
           exit.
       end program whrel.
