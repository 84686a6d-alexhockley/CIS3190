      *
      *Modification history:
      *2026-09-02  AH  original version
      *2026-10-15  AH  widen the result-line buffer for the
      *                correlation id the result record now carries
      *2026-10-15  AH  both the requesting operator and the approver
      *                must be on the operator master, active and
      *                holding BREAKGLASS - either refused is audited
      *                and nothing is read
      *2026-10-15  AH  stamp the requesting operator and the approver
      *                into the break-glass audit line's key-id
      *                columns, so the trail itself names both halves
      *                of every access

       identification division.
       program-id. breakgls.
       data division.
       file section.
       fd res-file.
       01 res-rec pic x(5077).

       working-storage section.
       01 ws-res-filename pic x(100).
       01 ws-zero-lower  pic 9(5) value 0.
       01 ws-flag-n   pic x(1) value "N".
       01 ws-op-code  pic x(7) value "BREAKGL".
      *both halves of the authorization ride in the line's key-id
      *columns, so the trail itself names who read and who approved
       01 ws-aud-oper  pic x(20).
       01 ws-aud-appr  pic x(20).
       01 ws-alert-job pic x(10) value "BREAKGLS".
       01 ws-alert-sev pic x(4) value "WARN".
       01 ws-alert-msg pic x(60).
      *the operator master must know the operator, show them
      *active and give them the BREAKGLASS role
       01 ws-chk-role    pic x(10) value "BREAKGLASS".
       01 ws-chk-program pic x(8) value "BREAKGLS".
       01 ws-chk-verdict pic x(1).

       procedure division.
           accept ws-res-filename
               move 12 to return-code
               goback
           end-if
      *both halves of the authorization must hold break-glass
           call "opcheck" using ws-operator, ws-chk-role,
               ws-chk-program, ws-chk-verdict
           if ws-chk-verdict not = "Y"
               move 12 to return-code
               goback
           end-if
           call "opcheck" using ws-approver, ws-chk-role,
               ws-chk-program, ws-chk-verdict
           if ws-chk-verdict not = "Y"
               move 12 to return-code
               goback
           end-if
           compute ws-want-seq = function numval(ws-seq-text)
           open input res-file
           if ws-res-status not = "00"
      *DECRYPT traffic never looks like this
           move function length(function trim(
               ws-clear trailing)) to ws-msg-len
           move ws-operator to ws-aud-oper
           move ws-approver to ws-aud-appr
           call "auditlog" using ws-op-code, ws-msg-len, ws-flag-n,
               ws-zero-total, ws-zero-spaces, ws-zero-nonalp,
               ws-zero-upper, ws-zero-lower,
               omitted, omitted, omitted, ws-res-dept,
               ws-res-msgid, ws-aud-oper, ws-aud-appr
           move spaces to ws-alert-msg
           string "break-glass read by " delimited by size
               function trim(ws-operator) delimited by size
