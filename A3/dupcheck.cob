      *                registration for the colliding records; the
      *                same lock-retry auditlog.cob uses for its
      *                shared trail
      *2026-10-15  AH  take an optional session request (OPEN/CLOSE)
      *                so the batch run opens and dates the registry
      *                once for the whole run instead of once per
      *                record
      *2026-10-15  AH  the session names and dates the registry once
      *                but no longer holds it open - it is opened and
      *                closed around each record again, so a parallel
      *                stream is not locked out of the check all night
      *2026-10-15  AH  the session opens the registry once for the run
      *                again, now shared with parallel streams - only
      *                the checksum being checked is locked, and a
      *                record-locked read is retried before the unseen
      *                grace applies

       identification division.
       program-id. dupcheck.
               organization indexed
               access mode is random
               record key is dr-checksum
      *parallel streams share the registry - a run's session keeps
      *it open, so the file is opened shared and only the record
      *being checked is locked, for the length of one check
               lock mode is automatic
               sharing with all other
               file status ws-dupreg-status.

       data division.
       01 ws-cutoff-int      pic 9(8) comp.
       01 ws-found-sw        pic x(1).
           88 ws-found value "Y".
      *a run-long session - the batch run names, dates and opens the
      *registry once and keeps it for every record. The open is
      *shared, so a parallel stream opens it alongside; the only lock
      *taken is on the one checksum being checked, released as soon
      *as the check is done
       01 ws-session-sw pic x(1) value "N".
           88 ws-in-session value "Y".
       01 ws-reg-open   pic x(1) value "N".

       linkage section.
       77 lnk-checksum     pic 9(7).
       77 lnk-window-days  pic 9(5).
       77 lnk-dup-flag     pic x(1).
       77 lnk-msg-len      pic 9(5).
       77 lnk-session      pic x(5).

       procedure division using lnk-checksum, lnk-window-days,
               lnk-dup-flag, optional lnk-msg-len,
               optional lnk-session.
         move "N" to lnk-dup-flag.
      *a session call starts or ends the run's session and checks
      *nothing
         if lnk-session is not omitted and lnk-session not = spaces
             perform 6000-session
             goback
         end-if.
      *inside a session the registry is already named, dated and
      *open - a session whose open failed tries again on the next
      *record, and takes the unseen grace meanwhile, exactly as an
      *unopenable registry always has
         if ws-in-session
             if ws-reg-open not = "Y"
                 perform 1100-open-registry
                 if ws-reg-open not = "Y"
                     goback
                 end-if
             end-if
             perform 2000-check thru 2000-check-exit
             unlock dupreg-file
             goback
         end-if.
         perform 1000-name-registry.
         perform 1100-open-registry.
         if ws-reg-open not = "Y"
             goback
         end-if.
         perform 2000-check thru 2000-check-exit.
         close dupreg-file.
         move "N" to ws-reg-open.
         goback.

      *----------------------------------------------------------------
      *name and date the registry
      *----------------------------------------------------------------
       1000-name-registry.
           accept ws-dupreg-filename from environment "A3-DUPREG-FILE"
           if ws-dupreg-filename = spaces
               move "DUPREG.DAT" to ws-dupreg-filename
           end-if
      *a test-region run registers against the TST. twin registry,
      *so a drill can never make a real resubmission read as seen
           call "region" using ws-dupreg-filename
      *registry entries are dated with the business date the shared
      *service resolves, so a stream running past midnight registers
      *one night under one date and the window arithmetic holds
           call "busdate" using ws-today.

      *----------------------------------------------------------------
      *open the registry - for one record, or for a session
      *----------------------------------------------------------------
       1100-open-registry.
      *a registry that cannot be opened (first ever run, or the file
      *is unavailable) must never stop the batch - the record is
      *simply treated as unseen, the way every record was before the
      *retries the shared trail, because falling straight through to
      *the unseen grace would skip both the check and the
      *registration whenever two streams collide
           move 0 to ws-retry-count
           open i-o dupreg-file
           perform until (ws-dupreg-status not = "93"
                   and ws-dupreg-status not = "94")
                   or ws-retry-count not < ws-retry-max
               add 1 to ws-retry-count
               call "C$SLEEP" using ws-sleep-secs
               open i-o dupreg-file
           end-perform
           if ws-dupreg-status = "35"
               open output dupreg-file
               close dupreg-file
               open i-o dupreg-file
           end-if
           if ws-dupreg-status = "00"
               move "Y" to ws-reg-open
           else
               move "N" to ws-reg-open
           end-if.

      *----------------------------------------------------------------
      *OPEN names, dates and opens the registry for the run; CLOSE
      *closes it
      *----------------------------------------------------------------
       6000-session.
           evaluate lnk-session
               when "OPEN"
                   if ws-reg-open = "Y"
                       close dupreg-file
                   end-if
                   perform 1000-name-registry
                   perform 1100-open-registry
                   move "Y" to ws-session-sw
               when "CLOSE"
                   if ws-reg-open = "Y"
                       close dupreg-file
                   end-if
                   move "N" to ws-reg-open
                   move "N" to ws-session-sw
               when other
                   display "dupcheck: unknown session request "
                       lnk-session
           end-evaluate.

      *----------------------------------------------------------------
      *look the checksum up, answer, and register it
      *----------------------------------------------------------------
       2000-check.
      *a checksum a parallel stream is checking this instant answers
      *record-locked - retried with the same short delay as a busy
      *open; one still locked after that takes the unseen grace
      *rather than stopping the batch
           move 0 to ws-retry-count.
           perform 2100-read-entry.
           perform until ws-dupreg-status not = "51"
                   or ws-retry-count not < ws-retry-max
               add 1 to ws-retry-count
               call "C$SLEEP" using ws-sleep-secs
               perform 2100-read-entry
           end-perform.
           if ws-dupreg-status = "51"
               go to 2000-check-exit
           end-if.
      *a checksum seen within the window is a duplicate; one seen
      *before the window reopened for business when its old entry
      *aged out, so it processes normally and the entry is re-dated
      *land on the same value, so the stored length must agree too
      *before the record is called a repeat; a length clash just
      *re-registers the newer message under that checksum
           if ws-found and lnk-msg-len is not omitted
               if dr-msglen not = lnk-msg-len
                   move "N" to ws-found-sw
               end-if
           end-if.
           if ws-found
               compute ws-today-int =
                   function integer-of-date(function numval(ws-today))
               compute ws-seen-int =
                   function integer-of-date(function numval(dr-date))
               compute ws-cutoff-int = ws-today-int - lnk-window-days
               if ws-seen-int > ws-cutoff-int
                   move "Y" to lnk-dup-flag
               else
                   move ws-today to dr-date
                   rewrite dupreg-rec
               end-if
           else
      *register the newcomer - the file status here still carries the
      *failed keyed read's not-found, so it must not gate this write;
      *the rewrite-then-write pair covers both a record that exists
      *under this checksum (length clash) and one that does not
               move lnk-checksum to dr-checksum
               move ws-today to dr-date
               move 0 to dr-msglen
               if lnk-msg-len is not omitted
                   move lnk-msg-len to dr-msglen
               end-if
               rewrite dupreg-rec
                   invalid key
                       write dupreg-rec
               end-rewrite
           end-if.
       2000-check-exit.
           exit.

       2100-read-entry.
           move "N" to ws-found-sw.
           move lnk-checksum to dr-checksum.
           read dupreg-file
               not invalid key
                   move "Y" to ws-found-sw
           end-read.
