      *2026-09-02  AH  original version
      *2026-09-02  AH  resolve the requeue file and the release
      *                journal through the test-region switch
      *2026-10-15  AH  widen the work copy for the value date the
      *                envelope now carries
      *2026-10-15  AH  widen the work copy for the correlation id the
      *                envelope now carries
      *2026-10-15  AH  check the operator against the operator master
      *                - unknown, inactive or without the REJECTS role
      *                is refused and audited, and a blank A3-OPERATOR
      *                no longer runs as UNKNOWN

       identification division.
       program-id. rejwb.
           copy ENVREC replacing ==:LEVEL:== by ==01==
                                ==:ENV-FIELD:== by ==rq-env==.
       fd work-file.
       01 work-rec pic x(5127).
       fd journal-file.
       01 journal-rec pic x(100).

           05 ws-jl-keyid    pic x(20).
           05 filler         pic x(1) value space.
           05 ws-jl-reason   pic x(20).
      *the operator master must know the operator, show them
      *active and give them the REJECTS role
       01 ws-chk-role    pic x(10) value "REJECTS".
       01 ws-chk-program pic x(8) value "REJWB".
       01 ws-chk-verdict pic x(1).

       procedure division.
           accept ws-function from environment "A3-REJWB-FUNC"
           if ws-journal-filename = spaces
               move "REJWB.JRNL" to ws-journal-filename
           end-if
      *the shared requeue file and this workbench's journal are
      *persistent system state - a TEST-region session works the
      *TST. twins, never the live stream's
           call "region" using ws-requeue-filename
           call "region" using ws-journal-filename
           call "opcheck" using ws-operator, ws-chk-role,
               ws-chk-program, ws-chk-verdict
           if ws-chk-verdict not = "Y"
               move 12 to return-code
               goback
           end-if
           if ws-reject-filename = spaces
               display "REJWB: name the reject file to work "
                   "(A3-REJWB-FILE)"
