      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *outmap.cob is intakemap.cob the other way round - it turns one
      *partner's cut of the night's results, in our RESREC layout,
      *into that partner's own agreed record layout, so no partner
      *reformats our file on their side any more (and we are no
      *longer blamed for the mistakes they make doing it). The
      *partner's outbound layout-definition file drives it, one line
      *per output field: the record it belongs to (HEADER, DATA or
      *TRAILER), what goes there, and the columns it lands in -
      *
      *    DATA     MSGID    1 14
      *    DATA     BODY     40 5000
      *    DATA     CKSUM    20 10 R ZERO
      *    HEADER   LITERAL  1 3 HDR
      *    TRAILER  COUNT    4 9 R ZERO
      *
      *A DATA line names a RESREC field (MSGID, DEPT, DATE, TIME,
      *KEYVER, CIPVER, CORRID, CKSUM, SEQ, BODY); a HEADER or TRAILER
      *line names RUNDATE, PARTNER or the cut's COUNT, BYTES or HASH
      *control totals; LITERAL on any record places the text after
      *the column numbers. After the columns come the justification
      *(L, the default, or R) and the pad character (SPACE, the
      *default, ZERO, or the character itself); a value longer than
      *its columns keeps its leftmost characters when left-justified
      *and its rightmost when right-justified. There is a header
      *record only if a HEADER line says so, and the same for the
      *trailer. The DATA record must carry the body. Once written,
      *the mapped file is read back and its control totals - data
      *records, body bytes and the body checksum hash - proved equal
      *to the cut's own, so the manifest written off the cut stands
      *for the file the partner receives; a mapped file that does
      *not prove is reported, and the caller must not deliver it. A
      *partner with no definition file is answered X, not N - that
      *partner still takes our own layout
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  return from placing a blank field value through
      *                the paragraph's exit instead of falling into
      *                the proof

       identification division.
       program-id. outmap.
       environment division.
       input-output section.
       file-control.
           select def-file assign to dynamic ws-def-filename
               organization line sequential
               file status ws-def-status.
           select cut-file assign to dynamic ws-cut-filename
               organization line sequential
               file status ws-cut-status.
           select out-file assign to dynamic ws-out-filename
               organization line sequential
               file status ws-out-status.

       data division.
       file section.
       fd def-file.
       01 def-rec.
           05 md-verb  pic x(8).
           05 filler   pic x(1).
           05 md-field pic x(8).
           05 filler   pic x(1).
           05 md-rest  pic x(60).
       fd cut-file.
       01 cut-rec pic x(5077).
       fd out-file.
       01 out-rec pic x(5077).

       working-storage section.
       01 ws-def-filename pic x(100).
       01 ws-cut-filename pic x(100).
       01 ws-out-filename pic x(100).
       01 ws-def-status   pic x(2).
       01 ws-cut-status   pic x(2).
       01 ws-out-status   pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-refused-sw pic x(1).
           88 ws-refused value "Y".
      *the loaded layout - one row per field line, in file order
       01 ws-map-count pic 9(3) comp value 0.
       01 ws-map-max   pic 9(3) comp value 60.
       01 ws-map-table.
           05 ws-mp-row occurs 60.
               10 ws-mp-rec     pic x(1).
               10 ws-mp-field   pic x(8).
               10 ws-mp-start   pic 9(4) comp.
               10 ws-mp-len     pic 9(4) comp.
               10 ws-mp-just    pic x(1).
               10 ws-mp-pad     pic x(1).
               10 ws-mp-literal pic x(40).
       01 ws-has-header pic x(1).
       01 ws-has-trailer pic x(1).
       01 ws-body-ix    pic 9(3) comp.
       01 i             pic 9(3) comp.
       01 ws-ptr        pic 9(3) comp.
       01 ws-tok1       pic x(10).
       01 ws-tok2       pic x(10).
       01 ws-tok3       pic x(10).
       01 ws-tok4       pic x(10).
       01 ws-line-rec   pic x(1).
      *the cut's own header date and trailer totals
       01 ws-cut-date   pic x(8).
       01 ws-cut-count  pic 9(7).
       01 ws-cut-bytes  pic 9(9).
       01 ws-cut-hash   pic 9(7).
       01 ws-cut-ok     pic x(1).
      *one output record being built, and the value going into it
       01 ws-out        pic x(5077).
       01 ws-val        pic x(5000).
       01 ws-val-len    pic 9(4) comp.
       01 ws-at         pic 9(4) comp.
       01 ws-take       pic 9(4) comp.
       01 ws-lead       pic 9(4) comp.
      *the read-back proof
       01 ws-line-total pic 9(7) comp.
       01 ws-line-no    pic 9(7) comp.
       01 ws-first-data pic 9(7) comp.
       01 ws-last-data  pic 9(7) comp.
       01 ws-map-count-out pic 9(7) value 0.
       01 ws-map-bytes  pic 9(9) value 0.
       01 ws-map-hash   pic 9(7) value 0.
       01 ws-rec-cksum  pic 9(7).
       01 ws-body-len   pic 9(4) comp.
       01 ws-written    pic 9(7) comp value 0.
       copy RESREC replacing ==:LEVEL:== by ==01==
                             ==:RES-FIELD:== by ==ws-res==.
       copy MSGREC replacing ==:LEVEL:== by ==01==
                             ==:MSG-FIELD:== by ==ws-bodybuf==.

       linkage section.
       77 lnk-def-filename pic x(100).
       77 lnk-cut-filename pic x(100).
       77 lnk-out-filename pic x(100).
       77 lnk-partner      pic x(8).
       77 lnk-ok           pic x(1).

       procedure division using lnk-def-filename, lnk-cut-filename,
               lnk-out-filename, lnk-partner, lnk-ok.
           move "N" to lnk-ok
           move lnk-def-filename to ws-def-filename
           move lnk-cut-filename to ws-cut-filename
           move lnk-out-filename to ws-out-filename
           move 0 to ws-map-count ws-written
           move 0 to ws-map-count-out ws-map-bytes ws-map-hash
           move "N" to ws-refused-sw
           perform 1000-load-definition
               thru 1000-load-definition-exit
           if ws-refused
               goback
           end-if
      *the cut's totals are the standard the mapped file is held to,
      *and the header and trailer may carry them
           call "filetotals" using ws-cut-filename, ws-cut-count,
               ws-cut-bytes, ws-cut-hash, ws-cut-date, ws-cut-ok
           if ws-cut-ok not = "Y"
               display "OUTMAP: cannot read cut "
                   function trim(ws-cut-filename)
               goback
           end-if
           perform 2000-write-mapped thru 2000-write-mapped-exit
           if ws-refused
               goback
           end-if
           perform 3000-prove-mapped thru 3000-prove-mapped-exit
           if ws-refused
               goback
           end-if
           display "OUTMAP: " lnk-partner " " ws-written
               " record(s) mapped into "
               function trim(ws-out-filename) " - totals proved"
           move "Y" to lnk-ok
           goback.

      *----------------------------------------------------------------
      *the layout definition - every line is checked up front, and a
      *line that does not make sense refuses the whole partner rather
      *than delivering a file laid out wrong
      *----------------------------------------------------------------
       1000-load-definition.
           move "N" to ws-has-header ws-has-trailer
           move 0 to ws-body-ix
           open input def-file
      *no definition at all is no mapping - the partner takes our
      *RESREC layout as before, and the caller is told so
           if ws-def-status = "35"
               move "X" to lnk-ok
               move "Y" to ws-refused-sw
               go to 1000-load-definition-exit
           end-if
           if ws-def-status not = "00"
               display "OUTMAP: cannot open layout definition "
                   function trim(ws-def-filename)
                   " status " ws-def-status
               move "Y" to ws-refused-sw
               go to 1000-load-definition-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof or ws-refused
               read def-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       evaluate md-verb
                           when "HEADER"
                               move "H" to ws-line-rec
                               move "Y" to ws-has-header
                               perform 1500-load-field-line
                                   thru 1500-load-field-line-exit
                           when "DATA"
                               move "D" to ws-line-rec
                               perform 1500-load-field-line
                                   thru 1500-load-field-line-exit
                           when "TRAILER"
                               move "T" to ws-line-rec
                               move "Y" to ws-has-trailer
                               perform 1500-load-field-line
                                   thru 1500-load-field-line-exit
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close def-file
           if not ws-refused and ws-body-ix = 0
               display "OUTMAP: " function trim(ws-def-filename)
                   " places no DATA BODY - the partner would "
                   "receive no message"
               move "Y" to ws-refused-sw
           end-if.
       1000-load-definition-exit.
           exit.

       1500-load-field-line.
           if ws-map-count not < ws-map-max
               display "OUTMAP: too many field lines in "
                   function trim(ws-def-filename)
               move "Y" to ws-refused-sw
               go to 1500-load-field-line-exit
           end-if
           move spaces to ws-tok1 ws-tok2 ws-tok3 ws-tok4
           move 1 to ws-ptr
           unstring md-rest delimited by all spaces
               into ws-tok1 ws-tok2 with pointer ws-ptr
           end-unstring
           if function trim(ws-tok1) is not numeric
               or function trim(ws-tok2) is not numeric
               display "OUTMAP: " md-verb " " md-field
                   " has unreadable column numbers"
               move "Y" to ws-refused-sw
               go to 1500-load-field-line-exit
           end-if
           add 1 to ws-map-count
           move ws-line-rec to ws-mp-rec(ws-map-count)
           move md-field to ws-mp-field(ws-map-count)
           compute ws-mp-start(ws-map-count) =
               function numval(ws-tok1)
           compute ws-mp-len(ws-map-count) = function numval(ws-tok2)
           move "L" to ws-mp-just(ws-map-count)
           move space to ws-mp-pad(ws-map-count)
           move spaces to ws-mp-literal(ws-map-count)
           if ws-mp-start(ws-map-count) < 1
               or ws-mp-len(ws-map-count) < 1
               or ws-mp-start(ws-map-count)
                   + ws-mp-len(ws-map-count) - 1 > 5077
               display "OUTMAP: " md-verb " " md-field
                   " runs outside the output record"
               move "Y" to ws-refused-sw
               go to 1500-load-field-line-exit
           end-if
      *a literal's text is everything after its column numbers
           if md-field = "LITERAL"
               if ws-ptr < 61
                   move md-rest(ws-ptr:) to ws-mp-literal(ws-map-count)
               end-if
               go to 1500-load-field-line-exit
           end-if
           unstring md-rest delimited by all spaces
               into ws-tok3 ws-tok4 with pointer ws-ptr
           end-unstring
           if ws-tok3 = "R"
               move "R" to ws-mp-just(ws-map-count)
           end-if
           evaluate ws-tok4
               when spaces
               when "SPACE"
                   continue
               when "ZERO"
                   move "0" to ws-mp-pad(ws-map-count)
               when other
                   move ws-tok4(1:1) to ws-mp-pad(ws-map-count)
           end-evaluate
           evaluate true
               when ws-line-rec = "D"
                   and (md-field = "MSGID" or "DEPT" or "DATE"
                       or "TIME" or "KEYVER" or "CIPVER" or "CORRID"
                       or "CKSUM" or "SEQ")
                   continue
               when ws-line-rec = "D" and md-field = "BODY"
                   if ws-body-ix = 0
                       move ws-map-count to ws-body-ix
                   end-if
               when ws-line-rec not = "D"
                   and (md-field = "RUNDATE" or "PARTNER" or "COUNT"
                       or "BYTES" or "HASH")
                   continue
               when other
                   display "OUTMAP: " md-verb " " md-field
                       " is not a field that record can carry"
                   move "Y" to ws-refused-sw
           end-evaluate.
       1500-load-field-line-exit.
           exit.

      *----------------------------------------------------------------
      *the mapped file - the header when the layout has one, a data
      *record for every record of the cut, then the trailer
      *----------------------------------------------------------------
       2000-write-mapped.
           open input cut-file
           if ws-cut-status not = "00"
               display "OUTMAP: cannot open cut "
                   function trim(ws-cut-filename)
               move "Y" to ws-refused-sw
               go to 2000-write-mapped-exit
           end-if
           open output out-file
           if ws-out-status not = "00"
               display "OUTMAP: cannot open mapped file "
                   function trim(ws-out-filename)
               close cut-file
               move "Y" to ws-refused-sw
               go to 2000-write-mapped-exit
           end-if
           if ws-has-header = "Y"
               move "H" to ws-line-rec
               perform 2500-build-record
               write out-rec from ws-out
           end-if
           move "D" to ws-line-rec
           move "N" to ws-eof-sw
           perform until ws-eof
               read cut-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if cut-rec(1:4) not = "HDR "
                           and cut-rec(1:4) not = "TRL "
                           move cut-rec to ws-res
                           perform 2500-build-record
                           write out-rec from ws-out
                           add 1 to ws-written
                       end-if
               end-read
           end-perform
           if ws-has-trailer = "Y"
               move "T" to ws-line-rec
               perform 2500-build-record
               write out-rec from ws-out
           end-if
           close cut-file
           close out-file.
       2000-write-mapped-exit.
           exit.

       2500-build-record.
           move spaces to ws-out
           perform varying i from 1 by 1 until i > ws-map-count
               if ws-mp-rec(i) = ws-line-rec
                   perform 2600-field-value
                   perform 2700-place-value
                       thru 2700-place-value-exit
               end-if
           end-perform.

      *----------------------------------------------------------------
      *the value one field line places - text fields lose their
      *trailing spaces so justification and padding apply to the
      *value itself
      *----------------------------------------------------------------
       2600-field-value.
           move spaces to ws-val
           evaluate ws-mp-field(i)
               when "LITERAL"
                   move ws-mp-literal(i) to ws-val
               when "MSGID"
                   move ws-res-msgid to ws-val
               when "DEPT"
                   move ws-res-dept to ws-val
               when "DATE"
                   move ws-res-date to ws-val
               when "TIME"
                   move ws-res-time to ws-val
               when "KEYVER"
                   move ws-res-keyver to ws-val
               when "CIPVER"
                   move ws-res-cipver to ws-val
               when "CORRID"
                   move ws-res-corrid to ws-val
               when "CKSUM"
                   move ws-res-cksum to ws-val
               when "SEQ"
                   move ws-res-seq to ws-val
               when "BODY"
                   move ws-res-body to ws-val
               when "RUNDATE"
                   move ws-cut-date to ws-val
               when "PARTNER"
                   move lnk-partner to ws-val
               when "COUNT"
                   move ws-cut-count to ws-val
               when "BYTES"
                   move ws-cut-bytes to ws-val
               when "HASH"
                   move ws-cut-hash to ws-val
           end-evaluate
           if ws-val = spaces
               move 0 to ws-val-len
           else
               compute ws-val-len = function length(
                   function trim(ws-val trailing))
           end-if.

       2700-place-value.
           move spaces to ws-out(ws-mp-start(i):ws-mp-len(i))
           if ws-mp-pad(i) not = space
               inspect ws-out(ws-mp-start(i):ws-mp-len(i))
                   replacing all space by ws-mp-pad(i)
           end-if
           if ws-val-len = 0
               go to 2700-place-value-exit
           end-if
           if ws-val-len > ws-mp-len(i)
               move ws-mp-len(i) to ws-take
               if ws-mp-just(i) = "R"
                   compute ws-at = ws-val-len - ws-take + 1
               else
                   move 1 to ws-at
               end-if
               move ws-val(ws-at:ws-take)
                   to ws-out(ws-mp-start(i):ws-take)
           else
               move ws-val-len to ws-take
               if ws-mp-just(i) = "R"
                   compute ws-at = ws-mp-start(i) + ws-mp-len(i)
                       - ws-take
               else
                   move ws-mp-start(i) to ws-at
               end-if
               move ws-val(1:ws-take) to ws-out(ws-at:ws-take)
           end-if.
       2700-place-value-exit.
           exit.

      *----------------------------------------------------------------
      *the proof - the mapped file is read back as the partner will
      *read it, the body taken out of its columns less its padding,
      *and the totals recomputed exactly as filetotals.cob computes
      *them for the cut
      *----------------------------------------------------------------
       3000-prove-mapped.
           move 0 to ws-line-total
           open input out-file
           if ws-out-status not = "00"
               display "OUTMAP: cannot reread mapped file "
                   function trim(ws-out-filename)
               move "Y" to ws-refused-sw
               go to 3000-prove-mapped-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read out-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to ws-line-total
               end-read
           end-perform
           close out-file
           move 1 to ws-first-data
           if ws-has-header = "Y"
               move 2 to ws-first-data
           end-if
           move ws-line-total to ws-last-data
           if ws-has-trailer = "Y" and ws-last-data > 0
               subtract 1 from ws-last-data
           end-if
           move ws-body-ix to i
           move 0 to ws-line-no
           open input out-file
           move "N" to ws-eof-sw
           perform until ws-eof
               read out-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to ws-line-no
                       if ws-line-no not < ws-first-data
                           and ws-line-no not > ws-last-data
                           perform 3500-total-one-record
                       end-if
               end-read
           end-perform
           close out-file
           if ws-map-count-out not = ws-cut-count
               or ws-map-bytes not = ws-cut-bytes
               or ws-map-hash not = ws-cut-hash
               display "OUTMAP: " lnk-partner " mapped file "
                   function trim(ws-out-filename)
                   " does NOT prove against its cut - records "
                   ws-map-count-out "/" ws-cut-count ", bytes "
                   ws-map-bytes "/" ws-cut-bytes ", hash "
                   ws-map-hash "/" ws-cut-hash
               move "Y" to ws-refused-sw
           end-if.
       3000-prove-mapped-exit.
           exit.

       3500-total-one-record.
           add 1 to ws-map-count-out
           move spaces to ws-bodybuf
           move out-rec(ws-mp-start(i):ws-mp-len(i)) to ws-val
           move ws-mp-len(i) to ws-take
           if ws-take > 5000
               move 5000 to ws-take
           end-if
      *a right-justified body carries its padding in front
           move 0 to ws-lead
           if ws-mp-just(i) = "R"
               inspect ws-val(1:ws-take) tallying ws-lead
                   for leading ws-mp-pad(i)
           end-if
           if ws-lead < ws-take
               compute ws-take = ws-take - ws-lead
               move ws-val(ws-lead + 1:ws-take)
                   to ws-bodybuf(1:ws-take)
           end-if
           if ws-mp-just(i) not = "R" and ws-mp-pad(i) not = space
               perform varying ws-at from ws-take by -1
                       until ws-at < 1
                       or ws-bodybuf(ws-at:1) not = ws-mp-pad(i)
                   move space to ws-bodybuf(ws-at:1)
               end-perform
           end-if
           if ws-bodybuf = spaces
               move 0 to ws-body-len
           else
               move function length(function trim(
                   ws-bodybuf trailing)) to ws-body-len
           end-if
           add ws-body-len to ws-map-bytes
           call "checksum" using ws-bodybuf, ws-rec-cksum
           compute ws-map-hash = function mod(
               ws-map-hash + ws-rec-cksum, 9999999).
       end program outmap.
