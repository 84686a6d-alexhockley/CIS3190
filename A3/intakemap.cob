      *into our envelope shape with editor macros before the INB run
      *could touch them. A per-partner layout-definition file drives
      *the mapping: MAP lines say which source columns land in which
      *envelope field (DEPT, KEYID, CATEGORY, PRIORITY, CORRID, BODY
      *- CORRID being the id of our request a response answers), and
      *DEFAULT lines supply the standing key-id, category or other
      *value for fields the partner's layout does not carry. Rows
      *that do not parse go to a reject file with their reason, and
      *
      *Modification history:
      *2026-09-02  AH  original version
      *2026-10-15  AH  CORRID map field - the partner's column naming
      *                the message id of ours a response answers

       identification division.
       program-id. intakemap.
                   when "PRIORITY"
                       move in-rec(ws-mp-start(i):1)
                           to queue-env-priority
                   when "CORRID"
                       if ws-take-len > 14
                           move 14 to ws-take-len
                       end-if
                       move in-rec(ws-mp-start(i):ws-take-len)
                           to queue-env-corrid
                   when "BODY"
                       if ws-take-len > 5000
                           move 5000 to ws-take-len
