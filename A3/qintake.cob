      *per-field error counts, and cuts a cleaned queue plus a
      *pre-run reject file, so bad data is a daytime conversation
      *with the submitting department instead of a 2 a.m. surprise.
      *Every record read also receives its unique message id here,
      *at the moment it officially enters the queue - a pre-run
      *reject included, so it can be traced and accounted for
      *
      *Modification history:
      *2026-09-02  AH  original version
      *2026-10-15  AH  check the value date - blank, or a real
      *                calendar date (month and day in range) - so a
      *                mistyped date is turned back by day rather than
      *                warehoused for a day that never comes
      *2026-10-15  AH  issue the message id to every record read,
      *                rejects included, so a pre-run reject can be
      *                traced and the nightly accountability proof can
      *                count it by id like every other disposition
      *2026-10-15  AH  hold the key-store and the message-id counter
      *                open for the whole pass through session calls
      *                instead of opening them for every record
      *2026-10-15  AH  clear the session command after the session
      *                calls - a per-record call that leaves the
      *                argument off was seeing a stale OPEN and
      *                issuing no message id

       identification division.
       program-id. qintake.
       01 ws-err-category pic 9(7) comp value 0.
       01 ws-err-priority pic 9(7) comp value 0.
       01 ws-err-body     pic 9(7) comp value 0.
       01 ws-err-valdate  pic 9(7) comp value 0.
       01 ws-rej-reason-w pic x(40).
       01 ws-check-keyid  pic x(20).
       01 ws-check-word   pic x(30).
           05 ws-cc-code pic x(4) occurs 20.
       01 i          pic 9(2) comp.
       01 ws-cat-hit pic x(1).
      *value-date check - the date as digits, and the verdict
       01 ws-vd-date.
           05 ws-vd-year  pic 9(4).
           05 ws-vd-month pic 9(2).
           05 ws-vd-day   pic 9(2).
       01 ws-vd-ok pic x(1).
      *profile lookup outputs
       01 ws-prof-keyid    pic x(20).
       01 ws-prof-result   pic x(50).
       01 ws-alert-sev  pic x(4).
       01 ws-alert-msg  pic x(60).
       01 ws-count-disp pic z(6)9.
      *the key-store and the message-id counter are held open for
      *the whole pass, the way the batch run holds them
       01 ws-sess-cmd   pic x(5).
       01 ws-sess-msgid pic x(14).

       procedure division.
           accept ws-queue-filename
           end-if
           open output clean-file
           open output reject-file
           move "OPEN" to ws-sess-cmd
           perform 1500-session-calls
           move "N" to ws-eof-sw
           perform until ws-eof
               read queue-file
                       perform 2000-validate-record
               end-read
           end-perform
           move "CLOSE" to ws-sess-cmd
           perform 1500-session-calls
           close queue-file
           close clean-file
           close reject-file
       1000-load-cat-table-exit.
           exit.

      *----------------------------------------------------------------
      *the key-store and the message-id counter held open for the run
      *(or closed again). The per-record calls leave the session
      *argument off, and a CALL that leaves an argument off hands the
      *callee the address it was given last - the command is cleared
      *so that address reads as no session request
      *----------------------------------------------------------------
       1500-session-calls.
           call "keystore" using ws-check-keyid, ws-check-word,
               omitted, ws-sess-cmd
           call "msgid" using ws-sess-msgid, ws-sess-cmd
           move spaces to ws-sess-cmd.

      *----------------------------------------------------------------
      *one envelope against the reference data - the first failing
      *field names the reject reason, every failing field feeds its
      *own report counter; every record gets its message id stamped
      *(this is the queue's official front door), and a record that
      *passes everything goes to the cleaned queue
      *----------------------------------------------------------------
       2000-validate-record.
           move spaces to ws-rej-reason-w
           if queue-env-msgid = spaces
               call "msgid" using queue-env-msgid
           end-if
      *the department must exist on the profile file - a record with
      *no owner has nowhere to resolve defaults from and nowhere to
      *send a statement
                       to ws-rej-reason-w
               end-if
           end-if
      *the value date is blank (transmit on receipt) or a calendar
      *date the warehouse can hold the record against
           if queue-env-valdate not = spaces
               move "N" to ws-vd-ok
               if queue-env-valdate is numeric
                   move queue-env-valdate to ws-vd-date
                   if ws-vd-year > 1900
                       and ws-vd-month > 0 and ws-vd-month < 13
                       and ws-vd-day > 0 and ws-vd-day < 32
                       move "Y" to ws-vd-ok
                   end-if
               end-if
               if ws-vd-ok not = "Y"
                   add 1 to ws-err-valdate
                   if ws-rej-reason-w = spaces
                       move "VALUE DATE NOT A DATE"
                           to ws-rej-reason-w
                   end-if
               end-if
           end-if
      *a body of pure spaces ciphers to nothing at all
           if queue-env-body = spaces
               add 1 to ws-err-body
               end-if
           end-if
           if ws-rej-reason-w = spaces
               move queue-env to clean-env
               write clean-env
               add 1 to ws-clean-count
           move "  EMPTY-BODY ERRORS" to ws-rl-label
           move ws-err-body to ws-rl-count
           write report-rec from ws-rpt-line
           move "  VALUE-DATE ERRORS" to ws-rl-label
           move ws-err-valdate to ws-rl-count
           write report-rec from ws-rpt-line
           close report-file.
       8000-write-report-exit.
           exit.
