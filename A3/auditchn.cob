      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *auditchn.cob computes the chain value that links each AUDIT.LOG
      *line to the one before it - a line's chain value is worked
      *over the previous line's chain value and the line's own 156
      *bytes, so editing, deleting or inserting any line changes
      *every chain value after it and the break shows up the next
      *time the trail is verified. auditlog.cob stamps the value on
      *every line it writes and auditvfy.cob recomputes it; both go
      *through this one routine so they can never disagree. The value
      *is two ten-digit running remainders side by side - like
      *checksum.cob it is a change-detector, not a cryptographic
      *digest, but a forger would have to rework the whole trail from
      *the edited line forward to the anchor and every cutover
      *marker. A first line with no predecessor chains from twenty
      *zeros
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. auditchn.
       environment division.

       data division.
       working-storage section.
       01 i        pic 9(4) comp.
       01 ws-c     pic 9(4) comp.
       01 ws-h1    pic 9(18) comp.
       01 ws-h2    pic 9(18) comp.
       01 ws-prev.
           05 ws-prev-1 pic 9(10).
           05 ws-prev-2 pic 9(10).
       01 ws-next.
           05 ws-next-1 pic 9(10).
           05 ws-next-2 pic 9(10).

       linkage section.
       77 lnk-prev pic x(20).
       77 lnk-line pic x(156).
       77 lnk-next pic x(20).

       procedure division using lnk-prev, lnk-line, lnk-next.
           move lnk-prev to ws-prev
           if ws-prev is not numeric
               move zeros to ws-prev
           end-if
           move ws-prev-1 to ws-h1
           move ws-prev-2 to ws-h2
      *two remainders over different primes and multipliers - the
      *second also weighs each byte by its position, so two bytes
      *swapped in place still move the value
           perform varying i from 1 by 1 until i > 156
               compute ws-c = function ord(lnk-line(i:1))
               compute ws-h1 =
                   function mod(ws-h1 * 131 + ws-c, 2147483647)
               compute ws-h2 =
                   function mod(ws-h2 * 257 + ws-c * i + ws-h1,
                       2147483629)
           end-perform
           move ws-h1 to ws-next-1
           move ws-h2 to ws-next-2
           move ws-next to lnk-next
           goback.
       end program auditchn.
