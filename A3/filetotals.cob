      *
      *Modification history:
      *2026-08-22  AH  original version
      *2026-10-15  AH  widen the result-line buffer for the
      *                correlation id the result record now carries

       identification division.
       program-id. filetotals.
       data division.
       file section.
       fd tot-file.
       01 tot-rec pic x(5077).

       working-storage section.
       01 ws-tot-filename pic x(100).
