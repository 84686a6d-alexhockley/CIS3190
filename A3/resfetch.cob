      *
      *Modification history:
      *2026-09-02  AH  original version
      *2026-10-15  AH  widen the result-line buffer for the
      *                correlation id the result record now carries
      *2026-10-15  AH  restore the correlation id from the archive
      *                into the extract

       identification division.
       program-id. resfetch.
           05 ar-msgid  pic x(14).
           05 ar-keyver pic x(3).
           05 ar-cipver pic x(2).
           05 ar-corrid pic x(14).
           05 ar-body   pic x(5000).
       fd out-file.
       01 out-rec pic x(5077).

       working-storage section.
       01 ws-arch-filename pic x(100).
           move ar-msgid to ws-res-msgid
           move ar-keyver to ws-res-keyver
           move ar-cipver to ws-res-cipver
           move ar-corrid to ws-res-corrid
           move ar-body to ws-res-body
           write out-rec from ws-res
           add 1 to ws-out-count
