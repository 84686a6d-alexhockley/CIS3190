      *                housekeeping job always could) and stamp a
      *                region marker column, so a drill's lines land
      *                in the TST. twin instead of the live trail
      *2026-10-15  AH  accept an optional pair of key-id columns on
      *                the end, widening the line to 156 bytes - a
      *                key translation names the key it decoded
      *                under and the key it re-ciphered under
      *2026-10-15  AH  take an optional session request (OPEN/CLOSE) -
      *                inside a session lines are held and appended a
      *                block at a time (A3-AUDIT-FLUSH), so a run
      *                opens the trail once per block instead of once
      *                per line
      *2026-10-15  AH  chain every line to the one before it - a chain
      *                value over the previous line's value and the
      *                line's own bytes (auditchn.cob) rides in a new
      *                last column, widening the line to 177 bytes,
      *                and the last value is kept in an anchor file
      *                beside the trail (<trail>.CHN) so an append
      *                never rereads the day
      *2026-10-15  AH  take a FLUSH session request - the held lines
      *                are appended now and the session carries on, so
      *                a caller can put its lines on the trail before
      *                it checkpoints past them
      *2026-10-15  AH  replace the FLUSH session request with HELD and
      *                RESTR - a caller keeps the held lines with its
      *                restart checkpoint and hands them back on
      *                resume, so the trail is still only opened once
      *                a block

       identification division.
       program-id. auditlog.
           select audit-file assign to dynamic ws-audit-filename
               organization line sequential
               file status ws-audit-status.
           select chain-file assign to dynamic ws-chain-filename
               organization line sequential
               file status ws-chain-status.
      
       data division.
       file section.
       fd audit-file.
       01 audit-rec.
           05 ar-line  pic x(156).
           05 filler   pic x(1).
           05 ar-chain pic x(20).
      *the chain anchor beside the trail - the chain value of the last
      *line appended, so the next append chains on without reading
      *the whole day's trail back
       fd chain-file.
       01 chain-rec.
           05 cr-chain pic x(20).

       working-storage section.
       01 ws-audit-filename pic x(100).
       01 ws-audit-status pic x(2).
       01 ws-chain-filename pic x(100).
       01 ws-chain-status pic x(2).
       01 ws-chain        pic x(20).
       01 ws-chain-next   pic x(20).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-region       pic x(4).
       01 ws-retry-count  pic 9(3) comp.
       01 ws-retry-max    pic 9(3) comp value 5.
           05 ws-al-msgid  pic x(14).
           05 filler       pic x(1) value space.
           05 ws-al-region pic x(4).
           05 filler       pic x(1) value space.
           05 ws-al-keyid  pic x(20).
           05 filler       pic x(1) value space.
           05 ws-al-keyid2 pic x(20).
      *a run-long session holds its lines and appends them to the
      *trail a block at a time (A3-AUDIT-FLUSH lines, default 100)
      *instead of one open-extend-close per line; the trail is still
      *only held for the length of one append, so a parallel stream
      *gets its turn between blocks. Outside a session every line is
      *its own block, as it always was
       01 ws-session-sw pic x(1) value "N".
           88 ws-in-session value "Y".
       01 ws-flush-text pic x(5).
       01 ws-flush-size pic 9(3) comp value 1.
       01 ws-buf-max    pic 9(3) comp value 500.
       01 ws-buf-count  pic 9(3) comp value 0.
       01 ws-buf-i      pic 9(3) comp.
       01 ws-audit-buffer.
           05 ws-buf-line pic x(156) occurs 500.

       linkage section.
       77 lnk-operation   pic x(7).
       77 lnk-ext-count       pic 9(5).
       77 lnk-dept            pic x(8).
       77 lnk-msgid           pic x(14).
       77 lnk-keyid           pic x(20).
       77 lnk-keyid2          pic x(20).
       77 lnk-session         pic x(5).
      *the session's held lines, handed out (HELD) or back (RESTR)
       copy AUDHELD replacing ==:LEVEL:== by ==01==
                              ==:HELD-FIELD:== by ==lnk-held==.

       procedure division using lnk-operation, lnk-msg-len,
               lnk-truncated, lnk-total-chars, lnk-space-count,
               optional lnk-checksum-after,
               optional lnk-ext-count,
               optional lnk-dept,
               optional lnk-msgid,
               optional lnk-keyid,
               optional lnk-keyid2,
               optional lnk-session,
               optional lnk-held.
      *a session call opens or closes a run's buffered session and
      *writes no line of its own
         if lnk-session is not omitted and lnk-session not = spaces
             perform 6000-session
             goback
         end-if.
         if not ws-in-session
             perform 1000-resolve-names
         end-if.
         move ws-region to ws-al-region.
         accept ws-ts-time from time.
         move ws-timestamp to ws-al-ts.
         move lnk-operation to ws-al-op.
         if lnk-msgid is not omitted
             move lnk-msgid to ws-al-msgid
         end-if.
      *only an operation that changes keys names them - every other
      *line leaves both columns blank
         move spaces to ws-al-keyid.
         move spaces to ws-al-keyid2.
         if lnk-keyid is not omitted
             move lnk-keyid to ws-al-keyid
         end-if.
         if lnk-keyid2 is not omitted
             move lnk-keyid2 to ws-al-keyid2
         end-if.
         add 1 to ws-buf-count.
         move ws-audit-line to ws-buf-line(ws-buf-count).
         if not ws-in-session or ws-buf-count not < ws-flush-size
             perform 3000-flush thru 3000-flush-exit
         end-if.
       goback.

       1000-resolve-names.
      *the trail's name resolves through the test-region switch -
      *a drill's lines land in the TST. twin, never the live trail
           accept ws-audit-filename from environment "A3-AUDIT-FILE"
           if ws-audit-filename = spaces
               move "AUDIT.LOG" to ws-audit-filename
           end-if
           call "region" using ws-audit-filename, ws-region
           move spaces to ws-chain-filename
           string function trim(ws-audit-filename) delimited by size
               ".CHN" delimited by size
               into ws-chain-filename
           end-string
      *the line's date column carries the business date, so the
      *nightly aggregation sees one night as one date no matter
      *when the clock says the operation ran; the time column keeps
      *the wall clock for sequencing within the night
           call "busdate" using ws-ts-date.

      *----------------------------------------------------------------
      *append every held line to the trail in one open
      *----------------------------------------------------------------
       3000-flush.
           if ws-buf-count = 0
               go to 3000-flush-exit
           end-if
      *AUDIT.LOG may not exist yet on the very first run of the day -
      *fall back to creating it when the extend-open cannot find it.
      *A parallel batch stream may have the file at this instant - a
      *busy/locked status is retried with a one-second delay instead
      *of silently dropping the audit lines
           move 0 to ws-retry-count
           open extend audit-file
           perform until (ws-audit-status not = "93"
                   and ws-audit-status not = "94")
                   or ws-retry-count not < ws-retry-max
               add 1 to ws-retry-count
               call "C$SLEEP" using ws-sleep-secs
               open extend audit-file
           end-perform
           if ws-audit-status = "35"
               open output audit-file
           end-if
           if ws-audit-status not = "00"
               display "auditlog: AUDIT.LOG unavailable after "
                   ws-retry-count " retr(y/ies), status "
                   ws-audit-status " - " ws-buf-count " line(s) lost"
               move 0 to ws-buf-count
               go to 3000-flush-exit
           end-if
      *the trail is ours for the length of this append - pick up the
      *chain where the last append left it, link every held line on,
      *and leave the anchor at the last one written
           perform 3100-read-anchor thru 3100-read-anchor-exit
           perform varying ws-buf-i from 1 by 1
                   until ws-buf-i > ws-buf-count
               call "auditchn" using ws-chain,
                   ws-buf-line(ws-buf-i), ws-chain-next
               move spaces to audit-rec
               move ws-buf-line(ws-buf-i) to ar-line
               move ws-chain-next to ar-chain
               write audit-rec
               if ws-audit-status not = "00"
                   display "auditlog: write failed, status "
                       ws-audit-status
               else
                   move ws-chain-next to ws-chain
               end-if
           end-perform
           perform 3200-write-anchor thru 3200-write-anchor-exit
           close audit-file
           move 0 to ws-buf-count.
       3000-flush-exit.
           exit.

      *----------------------------------------------------------------
      *the chain value the next line links to. A trail with no anchor
      *yet (the first chained append, or an anchor lost) is read back
      *once for its last chain value - the last chained line, or the
      *cutover marker a fresh trail opens with - and a trail with no
      *chained line at all starts the chain from zeros
      *----------------------------------------------------------------
       3100-read-anchor.
           move zeros to ws-chain
           open input chain-file
           if ws-chain-status = "00"
               read chain-file
                   at end
                       move "10" to ws-chain-status
               end-read
               close chain-file
               if ws-chain-status = "00" and cr-chain is numeric
                   move cr-chain to ws-chain
                   go to 3100-read-anchor-exit
               end-if
           end-if
           close audit-file
           open input audit-file
           if ws-audit-status = "00"
               move "N" to ws-eof-sw
               perform until ws-eof
                   read audit-file
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           if ar-chain is numeric
                               move ar-chain to ws-chain
                           end-if
                   end-read
               end-perform
               close audit-file
           end-if
           open extend audit-file
           if ws-audit-status = "35"
               open output audit-file
           end-if.
       3100-read-anchor-exit.
           exit.

       3200-write-anchor.
           open output chain-file
           if ws-chain-status not = "00"
               display "auditlog: chain anchor "
                   function trim(ws-chain-filename)
                   " unavailable, status " ws-chain-status
               go to 3200-write-anchor-exit
           end-if
           move ws-chain to cr-chain
           write chain-rec
           close chain-file.
       3200-write-anchor-exit.
           exit.

      *----------------------------------------------------------------
      *OPEN names and dates the trail for the run and sizes the
      *block; CLOSE appends whatever is still held. HELD copies the
      *lines held right now out to the caller, which keeps them with
      *its restart checkpoint, and RESTR takes such lines back at the
      *start of a resumed run's session - lines only ever held in
      *memory by an interrupted run reach the trail all the same,
      *without the trail being opened any more often than a block
      *----------------------------------------------------------------
       6000-session.
           evaluate lnk-session
               when "OPEN"
                   perform 3000-flush thru 3000-flush-exit
                   perform 1000-resolve-names
                   accept ws-flush-text
                       from environment "A3-AUDIT-FLUSH"
                   move 100 to ws-flush-size
                   if ws-flush-text not = spaces
                       compute ws-flush-size =
                           function numval(ws-flush-text)
                   end-if
                   if ws-flush-size = 0
                       move 1 to ws-flush-size
                   end-if
                   if ws-flush-size > ws-buf-max
                       move ws-buf-max to ws-flush-size
                   end-if
                   move "Y" to ws-session-sw
               when "HELD"
                   if lnk-held is not omitted
                       move ws-buf-count to lnk-held-count
                       perform varying ws-buf-i from 1 by 1
                               until ws-buf-i > ws-buf-count
                           move ws-buf-line(ws-buf-i)
                               to lnk-held-line(ws-buf-i)
                       end-perform
                   end-if
               when "RESTR"
                   if lnk-held is not omitted
                       perform 3000-flush thru 3000-flush-exit
                       if lnk-held-count > ws-buf-max
                           move ws-buf-max to lnk-held-count
                       end-if
                       perform varying ws-buf-i from 1 by 1
                               until ws-buf-i > lnk-held-count
                           move lnk-held-line(ws-buf-i)
                               to ws-buf-line(ws-buf-i)
                       end-perform
                       move lnk-held-count to ws-buf-count
                       if ws-buf-count not < ws-flush-size
                           perform 3000-flush thru 3000-flush-exit
                       end-if
                   end-if
               when "CLOSE"
                   perform 3000-flush thru 3000-flush-exit
                   move 1 to ws-flush-size
                   move "N" to ws-session-sw
               when other
                   display "auditlog: unknown session request "
                       lnk-session
           end-evaluate.
       end program auditlog.
