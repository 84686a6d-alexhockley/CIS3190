      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *auditvfy.cob is the independent check on the audit trail - it
      *walks the generations audithk.cob cut for a range of business
      *dates (A3-AUDVFY-FROM to A3-AUDVFY-TO, the latter defaulting
      *to the current business date) and then the live AUDIT.LOG
      *(unless A3-AUDVFY-LIVE is N), recomputing every line's chain
      *value through auditchn.cob from the one before it. The CHAINOP
      *and CHAINCL markers audithk leaves around each cutover must
      *agree with the chain as recomputed, so a generation deleted
      *whole, or lines dropped before a cutover, break the chain as
      *surely as an edited line does; at the end of the live log the
      *chain must also stand where the writer's anchor says it does,
      *so lines cut off the end are caught too. Lines from before the
      *trail was chained carry no value and are counted, not proved -
      *but an unchained line after the chain has started is a break.
      *The first line where the chain fails is named by file and line
      *number, a CRIT alert is raised, and the job ends with return
      *code 12; an unbroken chain ends 0. A business day's lines can
      *reach the live log between another day's (a stream still
      *running under the previous business date), so one cutover can
      *leave several pieces in one generation, and the generations'
      *date order is not the chain's order - every generation in the
      *range is read once to list its pieces, and the pieces are then
      *proved in chain order, each one opening where the last closed
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  prove the generations' cutover pieces in chain
      *                order rather than date order, so a cutover
      *                whose business dates interleave is not reported
      *                as opening off the chain

       identification division.
       program-id. auditvfy.
       environment division.
       input-output section.
       file-control.
           select audit-file assign to dynamic ws-file-name
               organization line sequential
               file status ws-audit-status.
           select chain-file assign to dynamic ws-chain-filename
               organization line sequential
               file status ws-chain-status.

       data division.
       file section.
       fd audit-file.
       01 audit-rec.
           05 ar-line.
               10 filler   pic x(18).
               10 ar-op    pic x(7).
               10 filler   pic x(131).
           05 filler   pic x(1).
           05 ar-chain pic x(20).
       fd chain-file.
       01 chain-rec.
           05 cr-chain pic x(20).

       working-storage section.
       01 ws-audit-filename pic x(100).
       01 ws-gen-prefix     pic x(100).
       01 ws-file-name      pic x(100).
       01 ws-chain-filename pic x(100).
       01 ws-audit-status   pic x(2).
       01 ws-chain-status   pic x(2).
       01 ws-from-date      pic x(8).
       01 ws-to-date        pic x(8).
       01 ws-live           pic x(1).
       01 ws-date-n         pic 9(8).
       01 ws-date-text      pic x(8).
       01 ws-from-int       pic 9(8) comp.
       01 ws-to-int         pic 9(8) comp.
       01 ws-day-int        pic 9(8) comp.
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
      *where the chain stands, and whether anything has set it yet
       01 ws-run-chain      pic x(20).
       01 ws-next-chain     pic x(20).
       01 ws-seeded-sw pic x(1) value "N".
           88 ws-seeded value "Y".
       01 ws-chained-sw pic x(1) value "N".
           88 ws-chained value "Y".
       01 ws-broken-sw pic x(1) value "N".
           88 ws-broken value "Y".
       01 ws-reason         pic x(40).
       01 ws-line-no        pic 9(7) comp.
       01 ws-line-disp      pic z(6)9.
       01 ws-files          pic 9(5) comp value 0.
       01 ws-proved         pic 9(9) comp value 0.
       01 ws-legacy         pic 9(9) comp value 0.
       01 ws-cutovers       pic 9(5) comp value 0.
      *the cutover pieces found in the generations - where each one
      *opens (its CHAINOP line), the chain value it opens and closes
      *with, and whether the proof has been through it yet
       01 ws-seg-max        pic 9(5) comp value 2000.
       01 ws-seg-count      pic 9(5) comp value 0.
       01 ws-seg-i          pic 9(5) comp.
       01 ws-seg-j          pic 9(5) comp.
       01 ws-seg-next       pic 9(5) comp.
       01 ws-seg-table.
           05 ws-seg occurs 2000.
               10 ws-seg-file  pic x(100).
               10 ws-seg-line  pic 9(7) comp.
               10 ws-seg-open  pic x(20).
               10 ws-seg-close pic x(20).
               10 ws-seg-used  pic x(1).
       01 ws-in-piece-sw pic x(1).
           88 ws-in-piece value "Y".
       01 ws-piece-end-sw pic x(1).
           88 ws-piece-end value "Y".
       01 ws-fed-sw pic x(1).
           88 ws-fed value "Y".
       01 ws-alert-job pic x(10) value "AUDITVFY".
       01 ws-alert-sev pic x(4) value "CRIT".
       01 ws-alert-msg pic x(60).

       procedure division.
           accept ws-audit-filename from environment "A3-AUDIT-FILE"
           accept ws-gen-prefix
               from environment "A3-AUDIT-GEN-PREFIX"
           accept ws-from-date from environment "A3-AUDVFY-FROM"
           accept ws-to-date from environment "A3-AUDVFY-TO"
           accept ws-live from environment "A3-AUDVFY-LIVE"
           if ws-audit-filename = spaces
               move "AUDIT.LOG" to ws-audit-filename
           end-if
           if ws-gen-prefix = spaces
               move "AUDIT." to ws-gen-prefix
           end-if
      *a test-region check proves the TST. trail and generations
           call "region" using ws-audit-filename
           call "region" using ws-gen-prefix
           if ws-to-date = spaces
               call "busdate" using ws-to-date
           end-if
           if ws-live = spaces
               move "Y" to ws-live
           end-if
           if ws-from-date not = spaces
               if ws-from-date is not numeric
                   or ws-to-date is not numeric
                   or ws-from-date > ws-to-date
                   display "AUDITVFY: generation range " ws-from-date
                       " to " ws-to-date " is not a date range"
                   move 12 to return-code
                   goback
               end-if
               move ws-from-date to ws-date-n
               compute ws-from-int = function integer-of-date(ws-date-n)
               move ws-to-date to ws-date-n
               compute ws-to-int = function integer-of-date(ws-date-n)
      *the generations in date order, listing their pieces - a date
      *with no generation on disk is a day with nothing audited, and
      *a generation missing from the middle shows as a piece that
      *opens where no other piece closed
               perform varying ws-day-int from ws-from-int by 1
                       until ws-day-int > ws-to-int or ws-broken
                   compute ws-date-n =
                       function date-of-integer(ws-day-int)
                   move ws-date-n to ws-date-text
                   move spaces to ws-file-name
                   string function trim(ws-gen-prefix)
                           delimited by size
                       ws-date-text delimited by size
                       into ws-file-name
                   end-string
                   perform 1500-index-file thru 1500-index-file-exit
               end-perform
               if not ws-broken
                   perform 4000-prove-pieces
                       thru 4000-prove-pieces-exit
               end-if
           end-if
           if ws-live = "Y" and not ws-broken
               move ws-audit-filename to ws-file-name
               perform 2000-walk-file thru 2000-walk-file-exit
               if not ws-broken
                   perform 3000-check-anchor
                       thru 3000-check-anchor-exit
               end-if
           end-if
           if ws-broken
               goback
           end-if
           display "AUDITVFY: chain unbroken over " ws-files
               " file(s) - " ws-proved " line(s) proved, "
               ws-cutovers " cutover marker(s), " ws-legacy
               " line(s) from before chaining"
           if ws-seeded
               display "AUDITVFY: chain stands at " ws-run-chain
           end-if
           goback.

      *----------------------------------------------------------------
      *one generation, read once to list its cutover pieces. A line
      *outside every piece is from a generation cut before the chain
      *existed, and can only be an unchained one
      *----------------------------------------------------------------
       1500-index-file.
           open input audit-file
           if ws-audit-status = "35"
               go to 1500-index-file-exit
           end-if
           if ws-audit-status not = "00"
               move "FILE CANNOT BE READ" to ws-reason
               move 0 to ws-line-no
               perform 9000-broken thru 9000-broken-exit
               go to 1500-index-file-exit
           end-if
           add 1 to ws-files
           move 0 to ws-line-no
           move "N" to ws-in-piece-sw
           move "N" to ws-eof-sw
           perform until ws-eof or ws-broken
               read audit-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to ws-line-no
                       perform 1600-index-line
                           thru 1600-index-line-exit
               end-read
           end-perform
           if ws-in-piece and not ws-broken
               move "CUTOVER PIECE IS NOT CLOSED" to ws-reason
               perform 9000-broken thru 9000-broken-exit
           end-if
           close audit-file.
       1500-index-file-exit.
           exit.

       1600-index-line.
           if ar-op = "CHAINOP" or ar-op = "CHAINCL"
               if ar-chain is not numeric
                   move "CUTOVER MARKER HAS NO CHAIN VALUE"
                       to ws-reason
                   perform 9000-broken thru 9000-broken-exit
                   go to 1600-index-line-exit
               end-if
           end-if
           if ar-op = "CHAINOP"
               if ws-in-piece
                   move "CUTOVER PIECE IS NOT CLOSED" to ws-reason
                   perform 9000-broken thru 9000-broken-exit
                   go to 1600-index-line-exit
               end-if
               if ws-seg-count not < ws-seg-max
                   move "TOO MANY CUTOVER PIECES TO ORDER"
                       to ws-reason
                   perform 9000-broken thru 9000-broken-exit
                   go to 1600-index-line-exit
               end-if
               add 1 to ws-seg-count
               move ws-file-name to ws-seg-file(ws-seg-count)
               move ws-line-no to ws-seg-line(ws-seg-count)
               move ar-chain to ws-seg-open(ws-seg-count)
               move spaces to ws-seg-close(ws-seg-count)
               move "N" to ws-seg-used(ws-seg-count)
               move "Y" to ws-in-piece-sw
               go to 1600-index-line-exit
           end-if
           if ar-op = "CHAINCL"
               if not ws-in-piece
                   move "CUTOVER CLOSES A PIECE NEVER OPENED"
                       to ws-reason
                   perform 9000-broken thru 9000-broken-exit
                   go to 1600-index-line-exit
               end-if
               move ar-chain to ws-seg-close(ws-seg-count)
               move "N" to ws-in-piece-sw
               go to 1600-index-line-exit
           end-if
           if not ws-in-piece
               if ar-chain = spaces
                   add 1 to ws-legacy
               else
                   move "CHAINED LINE OUTSIDE A CUTOVER PIECE"
                       to ws-reason
                   perform 9000-broken thru 9000-broken-exit
               end-if
           end-if.
       1600-index-line-exit.
           exit.

      *----------------------------------------------------------------
      *one file of the trail, line by line
      *----------------------------------------------------------------
       2000-walk-file.
           open input audit-file
           if ws-audit-status = "35"
               go to 2000-walk-file-exit
           end-if
           if ws-audit-status not = "00"
               move "FILE CANNOT BE READ" to ws-reason
               move 0 to ws-line-no
               perform 9000-broken thru 9000-broken-exit
               go to 2000-walk-file-exit
           end-if
           add 1 to ws-files
           move 0 to ws-line-no
           move "N" to ws-eof-sw
           perform until ws-eof or ws-broken
               read audit-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to ws-line-no
                       perform 2500-check-line
                           thru 2500-check-line-exit
               end-read
           end-perform
           close audit-file.
       2000-walk-file-exit.
           exit.

       2500-check-line.
      *a cutover marker must agree with the chain as it stands - the
      *first one met sets where the proof starts
           if ar-op = "CHAINOP" or ar-op = "CHAINCL"
               add 1 to ws-cutovers
               if ar-chain is not numeric
                   move "CUTOVER MARKER HAS NO CHAIN VALUE"
                       to ws-reason
                   perform 9000-broken thru 9000-broken-exit
                   go to 2500-check-line-exit
               end-if
               if not ws-seeded
                   move ar-chain to ws-run-chain
                   move "Y" to ws-seeded-sw
                   go to 2500-check-line-exit
               end-if
               if ar-chain not = ws-run-chain
                   if ar-op = "CHAINOP"
                       move "CUTOVER OPENS OFF THE CHAIN" to ws-reason
                   else
                       move "CUTOVER CLOSES OFF THE CHAIN"
                           to ws-reason
                   end-if
                   perform 9000-broken thru 9000-broken-exit
               end-if
               go to 2500-check-line-exit
           end-if
           if ar-chain = spaces
               if ws-chained
                   move "UNCHAINED LINE INSIDE THE CHAIN" to ws-reason
                   perform 9000-broken thru 9000-broken-exit
               else
                   add 1 to ws-legacy
               end-if
               go to 2500-check-line-exit
           end-if
      *the trail's first chained line links to zeros
           if not ws-seeded
               move zeros to ws-run-chain
               move "Y" to ws-seeded-sw
           end-if
           call "auditchn" using ws-run-chain, ar-line, ws-next-chain
           if ws-next-chain not = ar-chain
               move "LINE DOES NOT CHAIN FROM THE ONE BEFORE"
                   to ws-reason
               perform 9000-broken thru 9000-broken-exit
               go to 2500-check-line-exit
           end-if
           move ws-next-chain to ws-run-chain
           move "Y" to ws-chained-sw
           add 1 to ws-proved.
       2500-check-line-exit.
           exit.

      *----------------------------------------------------------------
      *the live log must end where the writer's anchor says the chain
      *stands - lines cut off the end leave the anchor ahead of it
      *----------------------------------------------------------------
       3000-check-anchor.
           move spaces to ws-chain-filename
           string function trim(ws-audit-filename) delimited by size
               ".CHN" delimited by size
               into ws-chain-filename
           end-string
           open input chain-file
           if ws-chain-status not = "00"
               display "AUDITVFY: no chain anchor "
                   function trim(ws-chain-filename)
                   " - the end of the live log is not proved"
               go to 3000-check-anchor-exit
           end-if
           move spaces to chain-rec
           read chain-file
               at end
                   move spaces to chain-rec
           end-read
           close chain-file
           if ws-seeded and cr-chain not = ws-run-chain
               move ws-audit-filename to ws-file-name
               move "LIVE LOG ENDS SHORT OF ITS ANCHOR" to ws-reason
               perform 9000-broken thru 9000-broken-exit
           end-if.
       3000-check-anchor-exit.
           exit.

      *----------------------------------------------------------------
      *the generations' pieces in chain order. The proof starts at the
      *piece no other piece closes into - the oldest in the range - or,
      *where the pieces from before the chain all open and close at
      *zeros, at the first of them; each piece after opens where the
      *last one closed
      *----------------------------------------------------------------
       4000-prove-pieces.
           if ws-seg-count = 0
               go to 4000-prove-pieces-exit
           end-if
           move 0 to ws-seg-next
           perform varying ws-seg-i from 1 by 1
                   until ws-seg-i > ws-seg-count or ws-seg-next > 0
               move "N" to ws-fed-sw
               perform varying ws-seg-j from 1 by 1
                       until ws-seg-j > ws-seg-count or ws-fed
                   if ws-seg-j not = ws-seg-i
                       and ws-seg-close(ws-seg-j)
                           = ws-seg-open(ws-seg-i)
                       move "Y" to ws-fed-sw
                   end-if
               end-perform
               if not ws-fed
                   move ws-seg-i to ws-seg-next
               end-if
           end-perform
           if ws-seg-next = 0
               move 1 to ws-seg-next
           end-if
           perform until ws-seg-next = 0 or ws-broken
               perform 4200-walk-piece thru 4200-walk-piece-exit
               if not ws-broken
                   perform 4100-find-next thru 4100-find-next-exit
               end-if
           end-perform.
       4000-prove-pieces-exit.
           exit.

      *----------------------------------------------------------------
      *the unproved piece that opens where the chain stands - one from
      *before the chain, which leaves it where it found it, ahead of
      *one that moves it on. None at all while pieces are left means
      *lines are missing between them
      *----------------------------------------------------------------
       4100-find-next.
           move 0 to ws-seg-next
           perform varying ws-seg-i from 1 by 1
                   until ws-seg-i > ws-seg-count or ws-seg-next > 0
               if ws-seg-used(ws-seg-i) = "N"
                   and ws-seg-open(ws-seg-i) = ws-run-chain
                   and ws-seg-close(ws-seg-i) = ws-run-chain
                   move ws-seg-i to ws-seg-next
               end-if
           end-perform
           perform varying ws-seg-i from 1 by 1
                   until ws-seg-i > ws-seg-count or ws-seg-next > 0
               if ws-seg-used(ws-seg-i) = "N"
                   and ws-seg-open(ws-seg-i) = ws-run-chain
                   move ws-seg-i to ws-seg-next
               end-if
           end-perform
           if ws-seg-next > 0
               go to 4100-find-next-exit
           end-if
           perform varying ws-seg-i from 1 by 1
                   until ws-seg-i > ws-seg-count or ws-broken
               if ws-seg-used(ws-seg-i) = "N"
                   move ws-seg-file(ws-seg-i) to ws-file-name
                   move ws-seg-line(ws-seg-i) to ws-line-no
                   move "CUTOVER OPENS OFF THE CHAIN" to ws-reason
                   perform 9000-broken thru 9000-broken-exit
               end-if
           end-perform.
       4100-find-next-exit.
           exit.

      *----------------------------------------------------------------
      *one piece, from its CHAINOP line through its CHAINCL line
      *----------------------------------------------------------------
       4200-walk-piece.
           move "Y" to ws-seg-used(ws-seg-next)
           move ws-seg-file(ws-seg-next) to ws-file-name
           open input audit-file
           if ws-audit-status not = "00"
               move "FILE CANNOT BE READ" to ws-reason
               move 0 to ws-line-no
               perform 9000-broken thru 9000-broken-exit
               go to 4200-walk-piece-exit
           end-if
           move 0 to ws-line-no
           move "N" to ws-eof-sw
           move "N" to ws-piece-end-sw
           perform until ws-eof or ws-broken or ws-piece-end
               read audit-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to ws-line-no
                       if ws-line-no not < ws-seg-line(ws-seg-next)
                           perform 2500-check-line
                               thru 2500-check-line-exit
                           if ar-op = "CHAINCL"
                               move "Y" to ws-piece-end-sw
                           end-if
                       end-if
               end-read
           end-perform
           close audit-file.
       4200-walk-piece-exit.
           exit.

      *----------------------------------------------------------------
      *the first break found - named, alerted and the walk stopped
      *----------------------------------------------------------------
       9000-broken.
           move "Y" to ws-broken-sw
           move ws-line-no to ws-line-disp
           display "AUDITVFY: CHAIN BROKEN in "
               function trim(ws-file-name) " at line "
               function trim(ws-line-disp) " - "
               function trim(ws-reason)
           move spaces to ws-alert-msg
           string "audit chain broken " delimited by size
               function trim(ws-file-name) delimited by size
               " line " delimited by size
               function trim(ws-line-disp) delimited by size
               into ws-alert-msg
           end-string
           call "alertlog" using ws-alert-job, ws-alert-sev,
               ws-alert-msg
           move 12 to return-code.
       9000-broken-exit.
           exit.
       end program auditvfy.
