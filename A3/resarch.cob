      *
      *Modification history:
      *2026-09-02  AH  original version
      *2026-10-15  AH  widen the result-line buffer for the
      *                correlation id the result record now carries
      *2026-10-15  AH  archive the result record's correlation id with
      *                the rest of it

       identification division.
       program-id. resarch.
           05 filler      pic x(1).
           05 lr-filename pic x(50).
       fd part-file.
       01 part-rec pic x(5077).
       fd arch-file.
       01 arch-rec.
           05 ar-key.
           05 ar-msgid  pic x(14).
           05 ar-keyver pic x(3).
           05 ar-cipver pic x(2).
           05 ar-corrid pic x(14).
           05 ar-body   pic x(5000).

       working-storage section.
                           move ws-res-msgid to ar-msgid
                           move ws-res-keyver to ar-keyver
                           move ws-res-cipver to ar-cipver
                           move ws-res-corrid to ar-corrid
                           move ws-res-body to ar-body
                           write arch-rec
                               invalid key
