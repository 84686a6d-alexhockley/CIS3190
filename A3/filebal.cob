      *                layout - totals are now built over the message
      *                body, and each record's own stored checksum is
      *                verified against its body on the way through
      *2026-10-15  AH  widen the result-line buffer for the
      *                correlation id the result record now carries

       identification division.
       program-id. filebal.
       data division.
       file section.
       fd bal-file.
       01 bal-rec pic x(5077).

       working-storage section.
       01 ws-bal-filename pic x(100).
