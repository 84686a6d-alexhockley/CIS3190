      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *drhash.cob computes the hash of one indexed-store record for
      *the disaster-recovery unload and reload - drunload.cob adds
      *every record's hash into the hash total on the unload file's
      *trailer, and drreload.cob adds them up again from the records
      *it reads and from the store it rebuilds; both go through this
      *one routine so they can never disagree. Each byte is weighed
      *by its position as well as its value, so two bytes swapped
      *inside a record still move the hash - like checksum.cob it is
      *a change-detector, not a cryptographic digest. The caller
      *passes the record's length; the bytes past it are ignored
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. drhash.
       environment division.

       data division.
       working-storage section.
       01 i      pic 9(5) comp.
       01 ws-c   pic 9(4) comp.
       01 ws-sum pic 9(18) comp.

       linkage section.
       77 lnk-data pic x(5150).
       77 lnk-len  pic 9(5).
       77 lnk-hash pic 9(10).

       procedure division using lnk-data, lnk-len, lnk-hash.
           move 0 to ws-sum
           perform varying i from 1 by 1 until i > lnk-len
                   or i > 5150
               compute ws-c = function ord(lnk-data(i:1))
               compute ws-sum =
                   function mod(ws-sum + ws-c * i, 9999999967)
           end-perform
           move ws-sum to lnk-hash
           goback.
       end program drhash.
