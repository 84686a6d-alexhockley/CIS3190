      *                not set until the operator flips it; also
      *                stop the partial-proof verdict from inviting
      *                a rerun against the live store
      *2026-10-15  AH  carry the compromise marker on the version
      *                record

       identification division.
       program-id. ksmigr.
           05 kv-value    pic x(30).
           05 kv-eff-from pic x(8).
           05 kv-eff-to   pic x(8).
           05 kv-state    pic x(1).
               88 kv-compromised value "C".
           05 kv-comp-date pic x(8).
       fd marker-file.
       01 marker-rec pic x(40).

