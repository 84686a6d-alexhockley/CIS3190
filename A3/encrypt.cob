      *                rules and the next change rolls out without a
      *                flag-day conversion. Today's rules are
      *                version 01
      *2026-10-15  AH  pass the audit trail's key-id, session and
      *                held-line arguments as omitted

       identification division.
       program-id. encrypt.
            call "auditlog" using "ENCRYPT", ws-msglen, ws-truncated,
                ws-total-chars, ws-space-count, ws-nonalp-count,
                ws-upper-count, ws-lower-count, ws-checksum-before,
                ws-checksum-after, omitted, ws-dept, ws-msgid,
                omitted, omitted, omitted, omitted
      *a passthrough copy was produced by no cipher rules at all -
      *version 00 says so
            if lnk-cipver is not omitted
        call "auditlog" using "ENCRYPT", ws-msglen, ws-truncated,
            ws-total-chars, ws-space-count, ws-nonalp-count,
            ws-upper-count, ws-lower-count, omitted, omitted,
            ws-ext-count, ws-dept, ws-msgid,
            omitted, omitted, omitted, omitted.
      *the seal is the checksum of the finished ciphertext - whoever
      *carries it alongside the message lets decrypt.cob prove the
      *bytes unaltered before decoding them
