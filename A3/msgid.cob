      *                same way auditlog.cob retries its shared
      *                trail. The file format changed with this -
      *                clear the old line-format counter at cutover
      *2026-10-15  AH  take an optional session request (OPEN/CLOSE) -
      *                inside a session the counter is reserved a
      *                block of ids at a time (A3-MSGID-BLOCK) and the
      *                ids issued from storage, so a run opens the
      *                counter once per block instead of once per
      *                record
      *2026-10-15  AH  return from an unavailable counter or an
      *                exhausted sequence through the reserve
      *                paragraph's exit

       identification division.
       program-id. msgid.
       01 ws-msgid.
           05 ws-mi-date pic x(8).
           05 ws-mi-seq  pic 9(6).
      *a run-long session reserves the counter a block of ids at a
      *time (A3-MSGID-BLOCK, default 100) and issues them from
      *storage - the counter is still only ever held for one read-
      *increment-rewrite, so a parallel stream is never locked out
      *for longer than that; ids left unissued when the session
      *closes are simply never used
       01 ws-session-sw pic x(1) value "N".
           88 ws-in-session value "Y".
       01 ws-block-text pic x(6).
       01 ws-block-size pic 9(6) value 1.
       01 ws-want       pic 9(6).
       01 ws-blk-next   pic 9(6) value 1.
       01 ws-blk-last   pic 9(6) value 0.
       01 ws-reserve-ok pic x(1).

       linkage section.
       77 lnk-msgid-out pic x(14).
       77 lnk-session   pic x(5).

       procedure division using lnk-msgid-out, optional lnk-session.
      *a session call opens or closes a run's block reservation and
      *issues nothing
         if lnk-session is not omitted and lnk-session not = spaces
             perform 6000-session
             goback
         end-if.
         if ws-in-session
             if ws-blk-next > ws-blk-last
                 move ws-block-size to ws-want
                 perform 2000-reserve thru 2000-reserve-exit
                 if ws-reserve-ok not = "Y"
                     move spaces to lnk-msgid-out
                     goback
                 end-if
             end-if
         else
             perform 1000-resolve-names
             move 1 to ws-want
             perform 2000-reserve thru 2000-reserve-exit
             if ws-reserve-ok not = "Y"
                 move spaces to lnk-msgid-out
                 goback
             end-if
         end-if.
         move ws-today to ws-mi-date.
         move ws-blk-next to ws-mi-seq.
         add 1 to ws-blk-next.
         move ws-msgid to lnk-msgid-out.
         goback.

       1000-resolve-names.
           accept ws-seq-filename from environment "A3-MSGIDSEQ-FILE"
           if ws-seq-filename = spaces
               move "MSGIDSEQ.DAT" to ws-seq-filename
           end-if
      *a test-region run draws its ids from the TST. twin counter
           call "region" using ws-seq-filename
      *ids carry the business date, so every id issued inside one
      *night shares one date half no matter what the clock says
           call "busdate" using ws-today.

      *----------------------------------------------------------------
      *take ws-want ids off the counter - on return ws-blk-next to
      *ws-blk-last are this caller's to issue
      *----------------------------------------------------------------
       2000-reserve.
           move "N" to ws-reserve-ok
      *the counter is held exclusively for the whole read-increment-
      *rewrite - a parallel stream holding it answers busy/locked,
      *which is retried with a short delay exactly as auditlog.cob
      *retries the shared audit trail
           move 0 to ws-retry-count
           open i-o seq-file
           perform until (ws-seq-status not = "93"
                   and ws-seq-status not = "94")
                   or ws-retry-count not < ws-retry-max
               add 1 to ws-retry-count
               call "C$SLEEP" using ws-sleep-secs
               open i-o seq-file
           end-perform
      *the very first id ever issued creates the counter file with
      *a zero record, then takes the exclusive open like any other
      *caller
           if ws-seq-status = "35"
               open output seq-file
               move ws-today to ms-date
               move 0 to ms-seq
               write seq-rec
               close seq-file
               open i-o seq-file
           end-if
           if ws-seq-status not = "00"
               display "MSGID: counter file unavailable, status "
                   ws-seq-status " - id not issued"
               go to 2000-reserve-exit
           end-if
      *the counter restarts at one on the first id of each new date -
      *the date half of the id keeps the whole thing unique across
      *days, so the sequence only has to be unique within one
           move 0 to ws-next-seq
           read seq-file
               at end
      *an empty counter file cannot be grown under an I-O open -
      *start it over and come back through the exclusive open
                   close seq-file
                   open output seq-file
                   move ws-today to ms-date
                   move 0 to ms-seq
                   write seq-rec
                   close seq-file
                   open i-o seq-file
                   read seq-file
                       at end
                           continue
                   end-read
               not at end
                   continue
           end-read
           if ms-date = ws-today and ms-seq is numeric
               move ms-seq to ws-next-seq
           end-if
      *a day's sequence tops out at 999999 - a block is cut short at
      *the top, and a spent day issues nothing rather than wrapping
      *round onto ids already out
           if ws-next-seq + ws-want > 999999
               compute ws-want = 999999 - ws-next-seq
           end-if
           if ws-want = 0
               close seq-file
               display "MSGID: sequence for " ws-today
                   " exhausted - id not issued"
               go to 2000-reserve-exit
           end-if
           compute ws-blk-next = ws-next-seq + 1
           compute ws-blk-last = ws-next-seq + ws-want
           move ws-today to ms-date
           move ws-blk-last to ms-seq
           rewrite seq-rec
           close seq-file
           move "Y" to ws-reserve-ok.
       2000-reserve-exit.
           exit.

      *----------------------------------------------------------------
      *OPEN names and dates the counter for the run and sizes the
      *block; CLOSE gives up whatever is left of the block
      *----------------------------------------------------------------
       6000-session.
           evaluate lnk-session
               when "OPEN"
                   perform 1000-resolve-names
                   accept ws-block-text
                       from environment "A3-MSGID-BLOCK"
                   move 100 to ws-block-size
                   if ws-block-text not = spaces
                       compute ws-block-size =
                           function numval(ws-block-text)
                   end-if
                   if ws-block-size = 0
                       move 1 to ws-block-size
                   end-if
                   move 1 to ws-blk-next
                   move 0 to ws-blk-last
                   move "Y" to ws-session-sw
               when "CLOSE"
                   move 1 to ws-blk-next
                   move 0 to ws-blk-last
                   move "N" to ws-session-sw
               when other
                   display "MSGID: unknown session request "
                       lnk-session
           end-evaluate.
       end program msgid.
