      *                and the warning could never fire; the record
      *                is now wider than the maximum and the runtime's
      *                record-overflow status is honoured too
      *2026-10-15  AH  carry an optional value date (A3-SEGQ-VALDATE)
      *                on every segment, so a long value-dated notice
      *                warehouses whole rather than in pieces

       identification division.
       program-id. segqueue.
       01 ws-keyid          pic x(20).
       01 ws-category       pic x(4).
       01 ws-priority       pic x(1).
       01 ws-valdate        pic x(8).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-msg-len    pic 9(5) comp.
           accept ws-keyid from environment "A3-SEGQ-KEYID"
           accept ws-category from environment "A3-SEGQ-CATEGORY"
           accept ws-priority from environment "A3-SEGQ-PRIORITY"
           accept ws-valdate from environment "A3-SEGQ-VALDATE"
           if ws-msg-filename = spaces
               or ws-queue-filename = spaces
               display "SEGQUEUE: set A3-SEGQ-INPUT and "
           move ws-keyid to queue-env-keyid
           move ws-category to queue-env-category
           move ws-priority to queue-env-priority
           move ws-valdate to queue-env-valdate
           move ws-msgid to queue-env-msgid.
       end program segqueue.
