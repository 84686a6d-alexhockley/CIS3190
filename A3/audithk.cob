      *                region columns the writer now stamps, and
      *                resolve the trail and generation names through
      *                the test-region switch
      *2026-10-15  AH  widen the line buffers for the key-id
      *                columns the writer now stamps
      *2026-10-15  AH  carry the audit chain across cutovers - each
      *                day's piece of a cutover is bracketed in its
      *                generation by CHAINOP and CHAINCL marker lines
      *                holding the chain value before its first line
      *                and after its last, the fresh live log opens
      *                with a CHAINOP marker, and the line buffers
      *                widen for the chain column
      *2026-10-15  AH  describe the several chain pieces a cutover
      *                leaves in a generation when business dates
      *                interleave

       identification division.
       program-id. audithk.
       data division.
       file section.
       fd audit-file.
       01 audit-rec.
           05 ar-date  pic x(8).
           05 filler   pic x(10).
           05 ar-op    pic x(7).
           05 filler   pic x(132).
           05 ar-chain pic x(20).
       fd gen-file.
       01 gen-rec pic x(177).

       working-storage section.
       01 ws-audit-filename pic x(100).
       01 ws-probe-text     pic x(8).
       01 ws-purge-span     pic 9(5) comp value 365.
       01 i                 pic 9(5) comp.
      *the chain value the trail stands at - opened from the marker
      *the live log starts with (zeros for a trail that predates
      *chaining), moved on by each chained line copied. Each day's
      *piece of a cutover is bracketed in its generation by a
      *CHAINOP marker holding the value before its first line and a
      *CHAINCL marker holding the value after its last, and the
      *fresh live log opens with a CHAINOP marker of its own, so
      *auditvfy.cob can prove the chain across every cutover
       01 ws-run-chain      pic x(20) value zeros.
       01 ws-busdate        pic x(8).
       01 ws-now-time       pic x(8).
       01 ws-marker-line.
           05 ws-mk-date  pic x(8).
           05 filler      pic x(1) value space.
           05 ws-mk-time  pic x(8).
           05 filler      pic x(1) value space.
           05 ws-mk-op    pic x(7).
           05 filler      pic x(132) value spaces.
           05 ws-mk-chain pic x(20).

       procedure division.
           accept ws-audit-filename from environment "A3-AUDIT-FILE"
               goback
           end-if
      *copy every line of the live log into the generation file for
      *the business day the line itself is stamped with - each change
      *of date closes the piece in the previous day's generation and
      *opens one in its own. A stream still running under the
      *previous business date can interleave its lines with the new
      *day's, so a cutover can leave several pieces in a generation;
      *each is bracketed by its own markers and auditvfy.cob proves
      *them in chain order. The generations are opened EXTEND so a
      *second cutover on the same day adds to that day's file
      *instead of wiping it
           move "N" to ws-eof-sw
           perform until ws-eof
               read audit-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       perform 2000-take-line thru 2000-take-line-exit
               end-read
           end-perform
           if ws-gen-open
               perform 7000-close-marker
               close gen-file
               move "N" to ws-gen-open-sw
           end-if
           close audit-file
      *the lines are safe in their generations - start the live log
      *over with only the marker the chain carries on from, so
      *tomorrow's first operation writes to a fresh day
           open output audit-file
           call "busdate" using ws-busdate
           move ws-busdate to ws-mk-date
           move "CHAINOP" to ws-mk-op
           move ws-run-chain to ws-mk-chain
           accept ws-now-time from time
           move ws-now-time to ws-mk-time
           write audit-rec from ws-marker-line
           close audit-file
           perform 5000-purge-generations
           display "AUDITHK: " ws-lines-moved " line(s) moved into "
               " generation(s) purged"
           goback.

      *----------------------------------------------------------------
      *one live line - a marker from the last cutover only sets where
      *the chain stands; anything else goes to its day's generation
      *----------------------------------------------------------------
       2000-take-line.
           if ar-op = "CHAINOP" or ar-op = "CHAINCL"
               if ar-chain is numeric
                   move ar-chain to ws-run-chain
               end-if
               go to 2000-take-line-exit
           end-if
           move ar-date to ws-line-date
           if ws-line-date not = ws-cur-date
               if ws-gen-open
                   perform 7000-close-marker
                   close gen-file
                   move "N" to ws-gen-open-sw
               end-if
               move ws-line-date to ws-cur-date
               move spaces to ws-gen-filename
               string function trim(ws-gen-prefix)
                       delimited by size
                   ws-cur-date delimited by size
                   into ws-gen-filename
               end-string
               open extend gen-file
               if ws-gen-status = "35"
                   open output gen-file
               end-if
               if ws-gen-status not = "00"
                   display "AUDITHK: cannot open "
                       "generation "
                       function trim(ws-gen-filename)
                       " status " ws-gen-status
                   close audit-file
                   move 12 to return-code
                   goback
               end-if
               move "Y" to ws-gen-open-sw
               add 1 to ws-gen-count
               move ws-cur-date to ws-mk-date
               move "CHAINOP" to ws-mk-op
               move ws-run-chain to ws-mk-chain
               accept ws-now-time from time
               move ws-now-time to ws-mk-time
               write gen-rec from ws-marker-line
           end-if
           write gen-rec from audit-rec
           if ar-chain is numeric
               move ar-chain to ws-run-chain
           end-if
           add 1 to ws-lines-moved.
       2000-take-line-exit.
           exit.

       7000-close-marker.
           move ws-cur-date to ws-mk-date
           move "CHAINCL" to ws-mk-op
           move ws-run-chain to ws-mk-chain
           accept ws-now-time from time
           move ws-now-time to ws-mk-time
           write gen-rec from ws-marker-line.

      *----------------------------------------------------------------
      *walk back day by day from the retention cutoff and DELETE the
      *generation file named for each date. A date with no generation
