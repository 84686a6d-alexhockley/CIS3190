      *2026-09-02  AH  original version
      *2026-09-02  AH  resolve the requeue file and the release
      *                journal through the test-region switch
      *2026-10-15  AH  widen the work copy for the value date the
      *                envelope now carries
      *2026-10-15  AH  widen the work copy for the correlation id the
      *                envelope now carries
      *2026-10-15  AH  check the operator against the operator master
      *                - unknown, inactive or without the HOLDS role
      *                is refused and audited, and a blank A3-OPERATOR
      *                no longer runs as UNKNOWN

       identification division.
       program-id. holdrel.
           copy ENVREC replacing ==:LEVEL:== by ==01==
                                ==:ENV-FIELD:== by ==rq-env==.
       fd work-file.
       01 work-rec pic x(5087).
       fd journal-file.
       01 journal-rec pic x(80).

           05 ws-jl-dept     pic x(8).
           05 filler         pic x(1) value space.
           05 ws-jl-count    pic 9(7).
      *the operator master must know the operator, show them
      *active and give them the HOLDS role
       01 ws-chk-role    pic x(10) value "HOLDS".
       01 ws-chk-program pic x(8) value "HOLDREL".
       01 ws-chk-verdict pic x(1).

       procedure division.
           accept ws-held-filename from environment "A3-HELD-FILE"
           if ws-journal-filename = spaces
               move "HOLDREL.JRNL" to ws-journal-filename
           end-if
      *the shared requeue file and this utility's journal are
      *persistent system state - a TEST-region release works the
      *TST. twins, never the live stream's
           call "region" using ws-requeue-filename
           call "region" using ws-journal-filename
           call "opcheck" using ws-operator, ws-chk-role,
               ws-chk-program, ws-chk-verdict
           if ws-chk-verdict not = "Y"
               move 12 to return-code
               goback
           end-if
           open input held-file
           if ws-held-status = "35"
               display "HOLDREL: nothing is held"
