      *profile file deptprof.cob reads - the same ADD/REPLACE/DEACT/
      *LIST shape as keyadmin.cob, so an operator can onboard a
      *department's standing defaults (key-id, result file, export
      *format, double-pass and its layering key-id, file encoding,
      *nightly record and byte quotas) without anyone hand-building
      *the indexed file
      *
      *Modification history:
      *2026-08-22  AH  original version
      *2026-10-15  AH  maintain the department's daily record and byte
      *                quotas (A3-PROFADM-QUOTA-RECS / -QUOTA-BYTES,
      *                blank for no quota) and show them on LIST
      *2026-10-15  AH  take the operator from A3-OPERATOR and check
      *                them against the operator master - unknown,
      *                inactive or without the PROFILES role is
      *                refused and audited

       identification division.
       program-id. profadm.
           05 dp-double-pass pic x(1).
           05 dp-key-id2     pic x(20).
           05 dp-encoding    pic x(8).
           05 dp-quota-recs  pic 9(7).
           05 dp-quota-bytes pic 9(9).

       working-storage section.
       01 ws-prof-filename pic x(100).
       01 ws-dblpass-in    pic x(1).
       01 ws-keyid2-in     pic x(20).
       01 ws-encoding-in   pic x(8).
       01 ws-qrecs-in      pic x(7).
       01 ws-qbytes-in     pic x(9).
       01 ws-qrecs         pic 9(7).
       01 ws-qbytes        pic 9(9).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-list-count    pic 9(5) comp value 0.
       01 ws-list-disp     pic z(4)9.
       01 ws-operator      pic x(8).
      *the operator master must know the operator, show them
      *active and give them the PROFILES role
       01 ws-chk-role    pic x(10) value "PROFILES".
       01 ws-chk-program pic x(8) value "PROFADM".
       01 ws-chk-verdict pic x(1).

       procedure division.
           accept ws-function from environment "A3-PROFADM-FUNC"
           accept ws-keyid2-in from environment "A3-PROFADM-KEYID2"
           accept ws-encoding-in
               from environment "A3-PROFADM-ENCODING"
           accept ws-qrecs-in
               from environment "A3-PROFADM-QUOTA-RECS"
           accept ws-qbytes-in
               from environment "A3-PROFADM-QUOTA-BYTES"
           accept ws-prof-filename
               from environment "A3-DEPTPROF-FILE"
           if ws-prof-filename = spaces
           if ws-dblpass-in = spaces
               move "N" to ws-dblpass-in
           end-if
           accept ws-operator from environment "A3-OPERATOR"
           call "opcheck" using ws-operator, ws-chk-role,
               ws-chk-program, ws-chk-verdict
           if ws-chk-verdict not = "Y"
               move 12 to return-code
               goback
           end-if
      *a quota is a whole number of records or bytes - anything else
      *would land as zero (no quota) without a word
           move 0 to ws-qrecs ws-qbytes
           if ws-qrecs-in not = spaces
               if function trim(ws-qrecs-in) is not numeric
                   display "PROFADM: record quota "
                       ws-qrecs-in " is not a number"
                   move 12 to return-code
                   goback
               end-if
               compute ws-qrecs = function numval(ws-qrecs-in)
           end-if
           if ws-qbytes-in not = spaces
               if function trim(ws-qbytes-in) is not numeric
                   display "PROFADM: byte quota "
                       ws-qbytes-in " is not a number"
                   move 12 to return-code
                   goback
               end-if
               compute ws-qbytes = function numval(ws-qbytes-in)
           end-if
           evaluate ws-function
               when "ADD"
                   perform 1000-open-update
           move ws-export-in to dp-export-fmt
           move ws-dblpass-in to dp-double-pass
           move ws-keyid2-in to dp-key-id2
           move ws-encoding-in to dp-encoding
           move ws-qrecs to dp-quota-recs
           move ws-qbytes to dp-quota-bytes.

       3000-list-profiles.
           open input prof-file
                           dp-key-id " result " dp-result-file
                           " export " dp-export-fmt " dblpass "
                           dp-double-pass " encoding " dp-encoding
                           " quota " dp-quota-recs " rec(s) "
                           dp-quota-bytes " byte(s)"
               end-read
           end-perform
           close prof-file
