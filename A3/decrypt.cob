      *                flag instead of decoded into garbage. When
      *                the cipher next changes, the dispatch below
      *                grows a branch and nothing in flight converts
      *2026-10-15  AH  pass the audit trail's key-id, session and
      *                held-line arguments as omitted

       identification division.
       program-id. decrypt.
            call "auditlog" using "DECRYPT", ws-msglen, ws-truncated,
                ws-total-chars, ws-space-count, ws-nonalp-count,
                ws-upper-count, ws-lower-count, ws-checksum-before,
                ws-checksum-after, omitted, ws-dept, ws-msgid,
                omitted, omitted, omitted, omitted
            goback
        end-if.
        move 1 to ws-num-passes.
        call "auditlog" using "DECRYPT", ws-msglen, ws-truncated,
            ws-total-chars, ws-space-count, ws-nonalp-count,
            ws-upper-count, ws-lower-count, omitted, omitted,
            ws-ext-count, ws-dept, ws-msgid,
            omitted, omitted, omitted, omitted.
        goback.
