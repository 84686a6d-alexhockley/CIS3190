      *2026-08-22  AH  original version
      *2026-08-22  AH  raise a structured operator alert alongside
      *                the audit line when a run is refused
      *2026-10-15  AH  name the refused job in the refusal's audit
      *                line (the department column), so the trail
      *                shows which job was handed a clear-text keyword

       identification division.
       program-id. keypol.
       01 ws-enforce pic x(1).
       01 ws-zero5   pic 9(5) value 0.
       01 ws-flag    pic x(1) value "N".
      *the refused job's name rides in the line's department column,
      *the way an operator refusal names its program there
       01 ws-viol-job pic x(8).
       01 ws-alert-sev pic x(4) value "CRIT".
       01 ws-alert-msg pic x(60) value
           "run refused - clear-text keyword under enforcement".
             "text keyword was supplied while A3-KEY-ENFORCE is on; "
             "use a key-id (A3-KEY-ID) instead".
         move "N" to ws-flag.
         move lnk-jobname to ws-viol-job.
         call "auditlog" using "KEYVIOL", ws-zero5, ws-flag,
             ws-zero5, ws-zero5, ws-zero5, ws-zero5, ws-zero5,
             omitted, omitted, omitted, ws-viol-job.
         call "alertlog" using lnk-jobname, ws-alert-sev,
             ws-alert-msg.
         move "Y" to lnk-refuse-out.
