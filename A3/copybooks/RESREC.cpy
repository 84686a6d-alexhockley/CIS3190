      *                change decodes under the rules that actually
      *                produced it; spaces or zero mean the original
      *                rules
      *2026-10-15  AH  carry the correlation id from the envelope -
      *                the message id a response answers - so a
      *                result line still says which request it was
      *                the answer to; spaces mean none
       :LEVEL: :RES-FIELD:.
           05 :RES-FIELD:-seq    PIC 9(7).
           05 FILLER             PIC X(1).
           05 FILLER             PIC X(1).
           05 :RES-FIELD:-cipver PIC X(2).
           05 FILLER             PIC X(1).
           05 :RES-FIELD:-corrid PIC X(14).
           05 FILLER             PIC X(1).
      *the body must stay the same size as MSGREC's message field -
      *COPY REPLACING cannot nest another REPLACING copy here, so a
      *message-length change in MSGREC.cpy must be made here too
