      *
      *Modification history:
      *2026-09-02  AH  original version
      *2026-10-15  AH  approve or refuse a COMPROM request from
      *                keycomp.cob - the approved version is marked
      *                compromised on the version store (keystore.cob
      *                then refuses to cipher under it) and a CRIT
      *                alert goes to the operators; a decided COMPROM
      *                keeps its version number, which is not key
      *                material
      *2026-10-15  AH  check the checker against the operator master -
      *                unknown, inactive or without the KEYCHECKER
      *                role is refused and audited
      *2026-10-15  AH  hold an ADD or REPLACE keyword to the
      *                key-strength policy again at approval - a
      *                refused keyword is consumed as REJECTED
      *                STRENGTH like any other change the store turns
      *                down
      *2026-10-15  AH  check the version store rewrite when a
      *                compromise is applied - a version that was not
      *                marked is reported as APPLY FAILED and left
      *                pending, with no compromise alert

       identification division.
       program-id. keyappr.
           05 kv-value    pic x(30).
           05 kv-eff-from pic x(8).
           05 kv-eff-to   pic x(8).
           05 kv-state    pic x(1).
               88 kv-compromised value "C".
           05 kv-comp-date pic x(8).
       fd journal-file.
       01 journal-rec pic x(80).

       01 ws-done-sw pic x(1).
           88 ws-done value "Y".
       01 ws-list-count pic 9(5) comp value 0.
       01 ws-comp-ver   pic 9(3).
       01 ws-alert-job  pic x(10) value "KEYAPPR".
       01 ws-alert-sev  pic x(4).
       01 ws-alert-msg  pic x(60).
       01 ws-timestamp.
           05 ws-ts-date pic x(8).
           05 filler     pic x(1) value space.
           05 ws-jl-keyid    pic x(20).
           05 filler         pic x(1) value space.
           05 ws-jl-outcome  pic x(20).
      *the operator master must know the operator, show them
      *active and give them the KEYCHECKER role
       01 ws-chk-role    pic x(10) value "KEYCHECKER".
       01 ws-chk-program pic x(8) value "KEYAPPR".
       01 ws-chk-verdict pic x(1).
      *the strength policy's answer on the keyword being approved
       01 ws-str-mode    pic x(4) value "NEW".
       01 ws-str-verdict pic x(1).
       01 ws-str-reason  pic x(40).
       01 ws-str-fails   pic x(5).

       procedure division.
           accept ws-function from environment "A3-KEYAPPR-FUNC"
               move 12 to return-code
               goback
           end-if
           call "opcheck" using ws-operator, ws-chk-role,
               ws-chk-program, ws-chk-verdict
           if ws-chk-verdict not = "Y"
               move 12 to return-code
               goback
           end-if
           evaluate ws-function
               when "LIST"
                   perform 2000-list-pending
                   not at end
                       if kp-status = "P"
                           add 1 to ws-list-count
                           if kp-func = "COMPROM"
                               display "KEYAPPR: #" kp-seq " "
                                   kp-func " " kp-keyid
                                   " version " kp-value(1:3)
                                   " by " kp-maker
                                   " on " kp-req-date
                           else
                               display "KEYAPPR: #" kp-seq " "
                                   kp-func " " kp-keyid
                                   " by " kp-maker
                                   " on " kp-req-date
                           end-if
                       end-if
               end-read
           end-perform
      *a decided request - approved, refused, or rejected by the
      *store itself - is consumed: the checker and date go on, and
      *the value comes off, because a decided entry has no business
      *holding key material (a COMPROM request carries only the
      *version number, which stays as the record of what was decided)
           move ws-operator to kp-checker
           move ws-today to kp-act-date
           if kp-func not = "COMPROM"
               move spaces to kp-value
           end-if
           rewrite pend-rec
           close pend-file
           display "KEYAPPR: pending #" ws-seq-text " "
      *protected it before queueing)
      *----------------------------------------------------------------
       4000-apply-change.
      *a compromise declaration changes only the version store - the
      *live key stays on file until the department's replacement key
      *is put through the ordinary REPLACE
           if ws-apply-func = "COMPROM"
               perform 4500-mark-compromised
                   thru 4500-mark-compromised-exit
               go to 4000-apply-change-exit
           end-if
      *the strength policy is held again at approval - the store may
      *have moved since the request was queued (another key-id may
      *now hold the keyword), and a request queued before the policy
      *existed has never been judged at all
           if ws-apply-func = "ADD" or ws-apply-func = "REPLACE"
               call "keystr" using ws-apply-keyid, ws-apply-value,
                   ws-str-mode, ws-str-verdict, ws-str-reason,
                   ws-str-fails
               if ws-str-verdict not = "Y"
                   display "KEYAPPR: keyword refused - "
                       function trim(ws-str-reason)
                   move "REJECTED STRENGTH" to ws-outcome
                   move 12 to return-code
                   go to 4000-apply-change-exit
               end-if
           end-if
           open i-o key-file
           if ws-key-status = "35"
               open output key-file
       4000-apply-change-exit.
           exit.

      *----------------------------------------------------------------
      *COMPROM - the named version is marked compromised with the
      *date the checker agreed it; records ciphered under it still
      *decode (a version lookup ignores the marker), but keystore.cob
      *will not hand it out to cipher anything new
      *----------------------------------------------------------------
       4500-mark-compromised.
           if ws-apply-value(1:3) is not numeric
               move "REJECTED BAD VERSION" to ws-outcome
               move 12 to return-code
               go to 4500-mark-compromised-exit
           end-if
           move ws-apply-value(1:3) to ws-comp-ver
           perform 7000-open-vers
           if ws-vers-status not = "00"
               move "APPLY FAILED" to ws-outcome
               move 12 to return-code
               go to 4500-mark-compromised-exit
           end-if
           move ws-apply-keyid to kv-keyid
           move ws-comp-ver to kv-version
           read vers-file
               invalid key
                   move "REJECTED NOT FOUND" to ws-outcome
                   move 12 to return-code
                   close vers-file
                   go to 4500-mark-compromised-exit
           end-read
           if kv-compromised
               move "ALREADY COMPROMISED" to ws-outcome
               move 4 to return-code
               close vers-file
               go to 4500-mark-compromised-exit
           end-if
           move "C" to kv-state
           move ws-today to kv-comp-date
           rewrite vers-rec
      *a version that was not marked is still ciphering - it is not
      *reported or alerted as compromised, and the request stays on
      *the queue for the checker to retry
           if ws-vers-status not = "00"
               display "KEYAPPR: version store rewrite failed, status "
                   ws-vers-status " - " function trim(ws-apply-keyid)
                   " version " ws-comp-ver " not marked"
               close vers-file
               move "APPLY FAILED" to ws-outcome
               move 12 to return-code
               go to 4500-mark-compromised-exit
           end-if
           close vers-file
           move spaces to ws-outcome
           string "COMPROMISED V" delimited by size
               ws-comp-ver delimited by size
               into ws-outcome
           end-string
           move "CRIT" to ws-alert-sev
           move spaces to ws-alert-msg
           string "key " delimited by size
               function trim(ws-apply-keyid) delimited by size
               " version " delimited by size
               ws-comp-ver delimited by size
               " declared compromised" delimited by size
               into ws-alert-msg
           end-string
           call "alertlog" using ws-alert-job, ws-alert-sev,
               ws-alert-msg.
       4500-mark-compromised-exit.
           exit.

       7000-open-vers.
           open i-o vers-file
           if ws-vers-status = "35"
           move ws-apply-value to kv-value
           move ws-today to kv-eff-from
           move spaces to kv-eff-to
           move space to kv-state
           move spaces to kv-comp-date
           rewrite vers-rec
               invalid key
                   write vers-rec
