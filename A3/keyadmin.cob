      *                store the instant one operator types it;
      *                A3-KEY-DUAL=N keeps the old direct path for
      *                first-time store builds
      *2026-10-15  AH  carry the compromise marker on the version
      *                record - a new version starts unmarked
      *2026-10-15  AH  check the operator against the operator master
      *                before anything else - unknown, inactive or
      *                without the KEYMAKER role is refused and
      *                audited, and a blank A3-OPERATOR no longer runs
      *                as UNKNOWN
      *2026-10-15  AH  hold an ADD or REPLACE keyword to the
      *                key-strength policy through keystr.cob before
      *                it is queued or stored - refusals are
      *                journalled as REJECTED STRENGTH

       identification division.
       program-id. keyadmin.
           05 kv-value    pic x(30).
           05 kv-eff-from pic x(8).
           05 kv-eff-to   pic x(8).
           05 kv-state    pic x(1).
               88 kv-compromised value "C".
           05 kv-comp-date pic x(8).
       fd pend-file.
      *one pending key change awaiting its second pair of eyes -
      *keyappr.cob reads this queue, and the layout is shared with
           05 ws-jl-keyid    pic x(20).
           05 filler         pic x(1) value space.
           05 ws-jl-outcome  pic x(20).
      *the operator master must know the operator, show them
      *active and give them the KEYMAKER role
       01 ws-chk-role    pic x(10) value "KEYMAKER".
       01 ws-chk-program pic x(8) value "KEYADMIN".
       01 ws-chk-verdict pic x(1).
      *the strength policy's answer on a new keyword
       01 ws-str-mode    pic x(4) value "NEW".
       01 ws-str-verdict pic x(1).
       01 ws-str-reason  pic x(40).
       01 ws-str-fails   pic x(5).

       procedure division.
           accept ws-function from environment "A3-KEYADMIN-FUNC"
           if ws-journal-filename = spaces
               move "KEYJRNL.LOG" to ws-journal-filename
           end-if
      *a test-region session maintains the TST. twin stores and
      *journals its changes beside them, never against live keys
           call "region" using ws-keystore-filename
           call "region" using ws-vers-filename
           call "region" using ws-journal-filename
           call "opcheck" using ws-operator, ws-chk-role,
               ws-chk-program, ws-chk-verdict
           if ws-chk-verdict not = "Y"
               move 12 to return-code
               goback
           end-if
      *on a migrated store the value goes in obscured - once, up
      *front, so the live store and the version history carry the
      *same protected bytes; a value that cannot be protected never
                   goback
               end-if
           end-if.
      *a keyword the strength policy refuses never reaches the
      *pending queue or the store - it is judged as it would land
           if ws-keyid-in not = spaces and ws-keyvalue-in not = spaces
               and (ws-function = "ADD"
                   or ws-function = "REPLACE")
               call "keystr" using ws-keyid-in, ws-keyvalue-in,
                   ws-str-mode, ws-str-verdict, ws-str-reason,
                   ws-str-fails
               if ws-str-verdict not = "Y"
                   display "KEYADMIN: keyword refused - "
                       function trim(ws-str-reason)
                   move "REJECTED STRENGTH" to ws-outcome
                   perform 8000-write-journal
                   move 12 to return-code
                   goback
               end-if
           end-if.
      *dual control is the standing rule - a change lands on the
      *pending queue for a second operator unless the shop has
      *explicitly switched the old direct path back on
           move ws-keyvalue-in to kv-value
           move ws-today to kv-eff-from
           move spaces to kv-eff-to
           move space to kv-state
           move spaces to kv-comp-date
           rewrite vers-rec
               invalid key
                   write vers-rec
