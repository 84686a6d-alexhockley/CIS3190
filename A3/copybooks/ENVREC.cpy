      *                cipher change can roll out without a flag-day
      *                conversion of everything in flight; spaces or
      *                zero mean the original rules
      *2026-10-15  AH  add the value date - the business date the
      *                record may first be transmitted on; the batch
      *                run warehouses a record dated ahead of the
      *                night until its day comes round. Spaces mean
      *                transmit on receipt
      *2026-10-15  AH  add the correlation id - on a partner's
      *                response, the message id of our request it
      *                answers, so the inbound run can close the
      *                request; spaces mean the record answers
      *                nothing
       :LEVEL: :ENV-FIELD:.
           05 :ENV-FIELD:-dept     PIC X(8).
           05 :ENV-FIELD:-keyid    PIC X(20).
           05 :ENV-FIELD:-segnum   PIC X(3).
           05 :ENV-FIELD:-segtot   PIC X(3).
           05 :ENV-FIELD:-cipver   PIC X(2).
           05 :ENV-FIELD:-valdate  PIC X(8).
           05 :ENV-FIELD:-corrid   PIC X(14).
      *the body must stay the same size as MSGREC's message field -
      *COPY REPLACING cannot nest another REPLACING copy here, so a
      *message-length change in MSGREC.cpy must be made here too
