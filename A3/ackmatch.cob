      *
      *Modification history:
      *2026-09-02  AH  original version
      *2026-10-15  AH  leave an entry already accepted with returns
      *                (retmatch.cob marks it R) as it stands - the
      *                returns outrank a plain acknowledgment

       identification division.
       program-id. ackmatch.
                       function trim(ak-filename)
                       " - not on the register"
               not invalid key
                   if xr-ack-sw = "Y" or xr-ack-sw = "R"
                       add 1 to ws-already-count
                   else
                       move "Y" to xr-ack-sw
