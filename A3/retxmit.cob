      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *retxmit.cob resends one partner transmission the partner says
      *never arrived - xmitage.cob flags it, and until now the only
      *cure was rerunning the whole night, which drags the duplicate
      *registry and the volume statistics along with it (runbkout.cob
      *exists to unwind exactly that). Given the transmission
      *register entry in A3-RETX-ENTRY (the delivered file name the
      *register holds), the partner is found on the partner master by
      *the entry's name - the partner's file prefix followed by the
      *original run date - and the partner's cut is rebuilt from the
      *result archive (resarch.cob) out of that run date's records
      *for every department the master routes to the partner, under
      *the same header and trailer distxmit.cob wrote. The rebuilt
      *cut's record count, body bytes and checksum hash must equal
      *the totals the register recorded when the file first went out,
      *or nothing is resent. A cut that proves is mapped to the
      *partner's layout and converted for an EBCDIC partner exactly
      *as the distribution does, gets a fresh manifest, and goes on
      *the register as the next generation of the original - the
      *original cut name plus .Rnn - so ackmatch.cob and xmitage.cob
      *track the resend like any other transmission. The original
      *entry is marked superseded (S) so it stops aging, and the
      *resend is journalled with the operator (A3-OPERATOR, who must
      *hold the HOLDS role) and both names
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  restore the correlation id from the archive
      *                into the resent records

       identification division.
       program-id. retxmit.
       environment division.
       input-output section.
       file-control.
           select reg-file assign to dynamic ws-reg-filename
               organization indexed
               access mode is random
               record key is xr-filename
               file status ws-reg-status.
           select pmast-file assign to dynamic ws-pmast-filename
               organization line sequential
               file status ws-pmast-status.
           select arch-file assign to dynamic ws-arch-filename
               organization indexed
               access mode is dynamic
               record key is ar-key
               file status ws-arch-status.
           select part-file assign to dynamic ws-part-filename
               organization line sequential
               file status ws-part-status.
           select src-file assign to dynamic ws-deliver-src
               organization line sequential
               file status ws-src-status.
           select ebc-file assign to dynamic ws-cvt-output
               organization sequential
               file status ws-ebc-status.
           select journal-file assign to dynamic ws-journal-filename
               organization line sequential
               file status ws-journal-status.

       data division.
       file section.
       fd reg-file.
       01 xmitreg-rec.
           05 xr-filename  pic x(50).
           05 xr-sent-date pic x(8).
           05 xr-sent-time pic x(6).
           05 xr-count     pic 9(7).
           05 xr-bytes     pic 9(9).
           05 xr-hash      pic 9(7).
           05 xr-deadline  pic 9(3).
           05 xr-ack-sw    pic x(1).
           05 xr-ack-date  pic x(8).
       fd pmast-file.
       01 pmast-rec.
           05 pm-partner  pic x(8).
           05 filler      pic x(1).
           05 pm-dept     pic x(8).
           05 filler      pic x(1).
           05 pm-encoding pic x(8).
           05 filler      pic x(1).
           05 pm-prefix   pic x(30).
      *the date the partner last passed its certification run
           05 filler      pic x(1).
           05 pm-certdate pic x(8).
       fd arch-file.
       01 arch-rec.
           05 ar-key.
               10 ar-date pic x(8).
               10 ar-dept pic x(8).
               10 ar-seq  pic 9(7).
           05 ar-time   pic x(6).
           05 ar-cksum  pic 9(7).
           05 ar-msgid  pic x(14).
           05 ar-keyver pic x(3).
           05 ar-cipver pic x(2).
           05 ar-corrid pic x(14).
           05 ar-body   pic x(5000).
       fd part-file.
       01 part-rec pic x(5077).
      *the file that goes to the partner before any code-page hop -
      *the rebuilt cut itself, or the cut mapped to the partner's
      *layout
       fd src-file.
       01 src-rec pic x(5077).
       fd ebc-file.
      *the delivered EBCDIC artifact - fixed 5077-byte records with
      *no line terminators, the mainframe-side shape of the cut
       01 ebc-rec pic x(5077).
       fd journal-file.
       01 journal-rec pic x(150).

       working-storage section.
       01 ws-reg-filename     pic x(100).
       01 ws-pmast-filename   pic x(100).
       01 ws-arch-filename    pic x(100).
       01 ws-part-filename    pic x(100).
       01 ws-xmit-filename    pic x(100).
       01 ws-journal-filename pic x(100).
       01 ws-reg-status     pic x(2).
       01 ws-pmast-status   pic x(2).
       01 ws-arch-status    pic x(2).
       01 ws-part-status    pic x(2).
       01 ws-journal-status pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-entry       pic x(100).
       01 ws-operator    pic x(8).
      *the original transmission as the register recorded it
       01 ws-orig-name   pic x(50).
       01 ws-orig-date   pic x(8).
       01 ws-orig-count  pic 9(7).
       01 ws-orig-bytes  pic 9(9).
       01 ws-orig-hash   pic 9(7).
       01 ws-orig-ack-sw pic x(1).
       01 ws-orig-ack-date pic x(8).
      *the partner the entry's name belongs to
       01 ws-partner     pic x(8).
       01 ws-encoding    pic x(8).
       01 ws-cut-base    pic x(100).
       01 ws-base-len    pic 9(3) comp.
       01 ws-cand-name   pic x(100).
       01 ws-cand-len    pic 9(3) comp.
      *what the original delivery added after the cut's own name -
      *.MAP for a mapped cut, .EBC for a converted one - with any
      *generation suffix of an earlier resend taken off
       01 ws-deliv-suffix pic x(20).
      *the partner's departments, in key order so the archive gives
      *them back in the order the department-ordered merge wrote them
       01 ws-pd-count pic 9(3) comp value 0.
       01 ws-pd-max   pic 9(3) comp value 50.
       01 ws-pd-table.
           05 ws-pd-dept pic x(8) occurs 50.
       01 ws-swap-dept pic x(8).
       01 i             pic 9(3) comp.
       01 j             pic 9(3) comp.
      *the generation of the resend - the first .Rnn the register
      *does not yet hold
       01 ws-gen        pic 9(2) value 0.
       01 ws-gen-max    pic 9(2) value 99.
       01 ws-gen-found-sw pic x(1).
           88 ws-gen-found value "Y".
       01 ws-gen-cut     pic x(100).
       01 ws-probe-name  pic x(100).
      *the rebuilt cut's running totals, built the way distxmit.cob
      *builds its partner trailers
       01 ws-cut-count  pic 9(7) value 0.
       01 ws-cut-bytes  pic 9(9) value 0.
       01 ws-cut-hash   pic 9(7) value 0.
       01 ws-body-len   pic 9(4) comp.
      *the rebuilt cut as filetotals.cob measures it - the register's
      *totals came from the same subprogram
       01 ws-tot-count   pic 9(7).
       01 ws-tot-bytes   pic 9(9).
       01 ws-tot-hash    pic 9(7).
       01 ws-tot-rundate pic x(8).
       01 ws-tot-ok      pic x(1).
       copy RESREC replacing ==:LEVEL:== by ==01==
                             ==:RES-FIELD:== by ==ws-res==.
       01 ws-header-line.
           05 filler        pic x(4) value "HDR ".
           05 ws-hdr-date   pic x(8).
           05 filler        pic x(1) value space.
           05 ws-hdr-source pic x(100).
       01 ws-trailer-line.
           05 filler        pic x(4) value "TRL ".
           05 ws-trl-count  pic 9(7).
           05 filler        pic x(1) value space.
           05 ws-trl-bytes  pic 9(9).
           05 filler        pic x(1) value space.
           05 ws-trl-hash   pic 9(7).
      *the partner's outbound layout definition, when it has one
       01 ws-outmap-prefix pic x(100).
       01 ws-outmap-def pic x(100).
       01 ws-map-ok     pic x(1).
       01 ws-deliver-src pic x(100).
       01 ws-src-status pic x(2).
       01 ws-cvt-output pic x(100).
       01 ws-ebc-status pic x(2).
       01 ws-cvt-ok     pic x(1).
       01 ws-cvt-count  pic 9(7) comp.
       01 ws-delivered  pic x(100).
      *xlate's buffer is the shared 5000-byte message layout, so a
      *5077-byte record makes the hop in two pieces, the way
      *distxmit.cob converts a cut
       copy MSGREC replacing ==:LEVEL:== by ==01==
                             ==:MSG-FIELD:== by ==ws-xlbuf==.
       01 ws-xlate-len-a pic 9(4) value 0.
       01 ws-xlate-len-b pic 9(4) value 77.
       01 ws-direction  pic x(3) value "A2E".
      *the operator master must know the operator, show them active
      *and give them the HOLDS role - a resend releases traffic
       01 ws-chk-role    pic x(10) value "HOLDS".
       01 ws-chk-program pic x(8) value "RETXMIT".
       01 ws-chk-verdict pic x(1).
       01 ws-timestamp.
           05 ws-ts-date pic x(8).
           05 filler     pic x(1) value space.
           05 ws-ts-time pic x(8).
       01 ws-journal-line.
           05 ws-jl-ts       pic x(17).
           05 filler         pic x(1) value space.
           05 ws-jl-operator pic x(8).
           05 filler         pic x(1) value space.
           05 ws-jl-action   pic x(8).
           05 filler         pic x(1) value space.
           05 ws-jl-gen      pic 9(2).
           05 filler         pic x(1) value space.
           05 ws-jl-count    pic 9(7).
           05 filler         pic x(1) value space.
           05 ws-jl-orig     pic x(50).
           05 filler         pic x(1) value space.
           05 ws-jl-resend   pic x(50).
       01 ws-alert-job  pic x(10) value "RETXMIT".
       01 ws-alert-sev  pic x(4).
       01 ws-alert-msg  pic x(60).
       01 ws-gen-disp   pic 9(2).

       procedure division.
           accept ws-entry from environment "A3-RETX-ENTRY"
           accept ws-operator from environment "A3-OPERATOR"
           accept ws-reg-filename from environment "A3-XMITREG-FILE"
           accept ws-pmast-filename
               from environment "A3-PARTMAST-FILE"
           accept ws-arch-filename
               from environment "A3-ARCHMAST-FILE"
           accept ws-xmit-filename from environment "A3-XMIT-FILE"
           accept ws-outmap-prefix from environment "A3-OUTMAP-PREFIX"
           accept ws-journal-filename
               from environment "A3-RETX-JOURNAL"
           if ws-reg-filename = spaces
               move "XMITREG.DAT" to ws-reg-filename
           end-if
           if ws-pmast-filename = spaces
               move "PARTMAST.TXT" to ws-pmast-filename
           end-if
           if ws-arch-filename = spaces
               move "ARCHMAST.DAT" to ws-arch-filename
           end-if
           if ws-xmit-filename = spaces
               move "XMIT.DAT" to ws-xmit-filename
           end-if
           if ws-outmap-prefix = spaces
               move "OUTMAP." to ws-outmap-prefix
           end-if
           if ws-journal-filename = spaces
               move "RETX.JRNL" to ws-journal-filename
           end-if
      *the register, the archive and this utility's journal are
      *persistent system state - a TEST-region resend works the
      *TST. twins
           call "region" using ws-reg-filename
           call "region" using ws-arch-filename
           call "region" using ws-journal-filename
           call "opcheck" using ws-operator, ws-chk-role,
               ws-chk-program, ws-chk-verdict
           if ws-chk-verdict not = "Y"
               move 12 to return-code
               goback
           end-if
           if ws-entry = spaces
               display "RETXMIT: name the register entry to resend "
                   "in A3-RETX-ENTRY"
               move 12 to return-code
               goback
           end-if
           perform 1000-read-entry thru 1000-read-entry-exit
           if return-code not = 0
               goback
           end-if
           perform 2000-find-partner thru 2000-find-partner-exit
           if return-code not = 0
               goback
           end-if
           perform 2500-next-generation
               thru 2500-next-generation-exit
           if return-code not = 0
               goback
           end-if
           perform 3000-rebuild-cut thru 3000-rebuild-cut-exit
           if return-code not = 0
               goback
           end-if
      *the proof - the rebuilt cut, totalled by the same subprogram
      *that totalled the original for the register, must carry
      *exactly what left the building the first time, or it is not
      *the same file and does not go
           call "filetotals" using ws-gen-cut, ws-tot-count,
               ws-tot-bytes, ws-tot-hash, ws-tot-rundate, ws-tot-ok
           if ws-tot-ok not = "Y"
               or ws-tot-count not = ws-orig-count
               or ws-tot-bytes not = ws-orig-bytes
               or ws-tot-hash not = ws-orig-hash
               perform 3500-refuse-resend
               goback
           end-if
           perform 4000-map-cut thru 4000-map-cut-exit
           if ws-map-ok = "N"
               move 12 to return-code
               goback
           end-if
           if ws-encoding(1:6) = "EBCDIC"
               move spaces to ws-cvt-output
               string function trim(ws-deliver-src)
                       delimited by size
                   ".EBC" delimited by size
                   into ws-cvt-output
               end-string
               perform 4500-convert-cut thru 4500-convert-cut-exit
               if ws-cvt-ok not = "Y"
                   move 12 to return-code
                   goback
               end-if
               move ws-cvt-output to ws-delivered
           else
               move ws-deliver-src to ws-delivered
           end-if
      *the resend goes on the register under its own delivered name,
      *totals proved off the rebuilt cut as the distribution does
           call "xmitreg" using ws-delivered, ws-gen-cut
           if return-code not = 0
               display "RETXMIT: " function trim(ws-delivered)
                   " not registered - do not send it untracked"
               move 12 to return-code
               goback
           end-if
           set environment "A3-MANIFEST-INPUT" to ws-gen-cut
           set environment "A3-MANIFEST-FILE" to spaces
           call "manifest"
           if return-code not = 0
               display "RETXMIT: manifest failed for "
                   function trim(ws-gen-cut)
               move 12 to return-code
               goback
           end-if
           perform 5000-mark-superseded thru 5000-mark-superseded-exit
           move "RESENT" to ws-jl-action
           perform 8000-write-journal
           display "RETXMIT: " function trim(ws-orig-name)
               " resent as " function trim(ws-delivered)
               " - " ws-cut-count " record(s), totals proved"
           move ws-gen to ws-gen-disp
           move spaces to ws-alert-msg
           string function trim(ws-orig-name) delimited by size
               " resent as gen R" delimited by size
               ws-gen-disp delimited by size
               into ws-alert-msg
           end-string
           move "INFO" to ws-alert-sev
           call "alertlog" using ws-alert-job, ws-alert-sev,
               ws-alert-msg
           move 0 to return-code
           goback.

      *----------------------------------------------------------------
      *the register entry being resent - an entry the partner has
      *already acknowledged was received, and is not resent
      *----------------------------------------------------------------
       1000-read-entry.
           open input reg-file
           if ws-reg-status not = "00"
               display "RETXMIT: cannot open register "
                   function trim(ws-reg-filename)
                   " status " ws-reg-status
               move 12 to return-code
               go to 1000-read-entry-exit
           end-if
           move ws-entry(1:50) to xr-filename
           read reg-file
               invalid key
                   display "RETXMIT: " function trim(ws-entry)
                       " is not on the transmission register"
                   close reg-file
                   move 12 to return-code
                   go to 1000-read-entry-exit
           end-read
           close reg-file
           move xr-filename to ws-orig-name
           move xr-sent-date to ws-orig-date
           move xr-count to ws-orig-count
           move xr-bytes to ws-orig-bytes
           move xr-hash to ws-orig-hash
           move xr-ack-sw to ws-orig-ack-sw
           move xr-ack-date to ws-orig-ack-date
           if ws-orig-ack-sw = "Y" or ws-orig-ack-sw = "R"
               display "RETXMIT: " function trim(ws-orig-name)
                   " was acknowledged on " ws-orig-ack-date
                   " - the partner has it, nothing resent"
               move 8 to return-code
               go to 1000-read-entry-exit
           end-if
           if ws-orig-ack-sw = "S"
               display "RETXMIT: " function trim(ws-orig-name)
                   " was already resent - resend its latest "
                   "generation instead"
               move 8 to return-code
           end-if.
       1000-read-entry-exit.
           exit.

      *----------------------------------------------------------------
      *the partner whose file prefix and the original run date begin
      *the entry's name, and every department the master routes to
      *that partner - the cut's own name is that prefix and date
      *----------------------------------------------------------------
       2000-find-partner.
           open input pmast-file
           if ws-pmast-status not = "00"
               display "RETXMIT: cannot open partner master "
                   function trim(ws-pmast-filename)
                   " status " ws-pmast-status
               move 12 to return-code
               go to 2000-find-partner-exit
           end-if
           move spaces to ws-partner
           move "N" to ws-eof-sw
           perform until ws-eof
               read pmast-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if pm-partner not = spaces
                           perform 2100-take-master-line
                       end-if
               end-read
           end-perform
           close pmast-file
           if ws-partner = spaces
               display "RETXMIT: no partner on the master sends "
                   function trim(ws-orig-name)
                   " - the file prefix and run date do not match"
               move 12 to return-code
               go to 2000-find-partner-exit
           end-if
           if ws-pd-count = 0
               display "RETXMIT: partner " ws-partner
                   " has no departments on the master"
               move 12 to return-code
               go to 2000-find-partner-exit
           end-if
           perform varying i from 1 by 1 until i > ws-pd-count
               perform varying j from 1 by 1
                       until j > ws-pd-count - i
                   if ws-pd-dept(j) > ws-pd-dept(j + 1)
                       move ws-pd-dept(j) to ws-swap-dept
                       move ws-pd-dept(j + 1) to ws-pd-dept(j)
                       move ws-swap-dept to ws-pd-dept(j + 1)
                   end-if
               end-perform
           end-perform
      *whatever the first delivery added to the cut's name, less any
      *generation suffix an earlier resend put on it
           move spaces to ws-deliv-suffix
           if ws-base-len < 50
               move ws-orig-name(ws-base-len + 1:) to ws-deliv-suffix
           end-if
           if ws-deliv-suffix(1:2) = ".R"
               and ws-deliv-suffix(3:2) is numeric
               move ws-deliv-suffix(5:) to ws-deliv-suffix
           end-if.
       2000-find-partner-exit.
           exit.

       2100-take-master-line.
           if ws-partner = spaces
               move spaces to ws-cand-name
               string function trim(pm-prefix) delimited by size
                   ws-orig-date delimited by size
                   into ws-cand-name
               end-string
               move function length(function trim(ws-cand-name))
                   to ws-cand-len
               if ws-cand-len <= 50
                   and ws-orig-name(1:ws-cand-len)
                       = ws-cand-name(1:ws-cand-len)
                   move pm-partner to ws-partner
                   move pm-encoding to ws-encoding
                   move ws-cand-name to ws-cut-base
                   move ws-cand-len to ws-base-len
               end-if
           end-if
           if pm-partner = ws-partner
               if ws-pd-count < ws-pd-max
                   add 1 to ws-pd-count
                   move pm-dept to ws-pd-dept(ws-pd-count)
               else
                   display "RETXMIT: department limit reached - "
                       pm-dept " not rebuilt"
               end-if
           end-if.

      *----------------------------------------------------------------
      *the first generation the register does not hold - the resend
      *is the cut's name plus .Rnn, delivered with the same suffix
      *the original delivery carried
      *----------------------------------------------------------------
       2500-next-generation.
           open input reg-file
           if ws-reg-status not = "00"
               display "RETXMIT: cannot open register "
                   function trim(ws-reg-filename)
                   " status " ws-reg-status
               move 12 to return-code
               go to 2500-next-generation-exit
           end-if
           move "N" to ws-gen-found-sw
           move 0 to ws-gen
           perform until ws-gen-found or ws-gen = ws-gen-max
               add 1 to ws-gen
               move spaces to ws-gen-cut
               string function trim(ws-cut-base) delimited by size
                   ".R" delimited by size
                   ws-gen delimited by size
                   into ws-gen-cut
               end-string
               move spaces to ws-probe-name
               string function trim(ws-gen-cut) delimited by size
                   function trim(ws-deliv-suffix) delimited by size
                   into ws-probe-name
               end-string
               move ws-probe-name(1:50) to xr-filename
               read reg-file
                   invalid key
                       move "Y" to ws-gen-found-sw
               end-read
           end-perform
           close reg-file
           if not ws-gen-found
               display "RETXMIT: " function trim(ws-cut-base)
                   " has been resent " ws-gen-max
                   " times - no generation left"
               move 12 to return-code
           end-if.
       2500-next-generation-exit.
           exit.

      *----------------------------------------------------------------
      *the cut rebuilt from the archive - the original run date's
      *records for each of the partner's departments, in key order,
      *back into result-record shape under distxmit.cob's header and
      *trailer
      *----------------------------------------------------------------
       3000-rebuild-cut.
           move ws-gen-cut to ws-part-filename
           open input arch-file
           if ws-arch-status not = "00"
               display "RETXMIT: cannot open archive master "
                   function trim(ws-arch-filename)
                   " status " ws-arch-status
               move 12 to return-code
               go to 3000-rebuild-cut-exit
           end-if
           open output part-file
           if ws-part-status not = "00"
               display "RETXMIT: cannot open rebuilt cut "
                   function trim(ws-part-filename)
               close arch-file
               move 12 to return-code
               go to 3000-rebuild-cut-exit
           end-if
           move ws-orig-date to ws-hdr-date
           move ws-xmit-filename to ws-hdr-source
           write part-rec from ws-header-line
           perform varying i from 1 by 1 until i > ws-pd-count
               perform 3100-rebuild-one-dept
           end-perform
           move ws-cut-count to ws-trl-count
           move ws-cut-bytes to ws-trl-bytes
           move ws-cut-hash to ws-trl-hash
           write part-rec from ws-trailer-line
           close arch-file
           close part-file
           display "RETXMIT: " ws-partner " " ws-cut-count
               " record(s) rebuilt into "
               function trim(ws-part-filename).
       3000-rebuild-cut-exit.
           exit.

       3100-rebuild-one-dept.
           move ws-orig-date to ar-date
           move ws-pd-dept(i) to ar-dept
           move 0 to ar-seq
           start arch-file key not < ar-key
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read arch-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if ar-date not = ws-orig-date
                           or ar-dept not = ws-pd-dept(i)
                           move "Y" to ws-eof-sw
                       else
                           perform 3200-write-one-record
                       end-if
               end-read
           end-perform.

       3200-write-one-record.
           move spaces to ws-res
           move ar-seq to ws-res-seq
           move ar-date to ws-res-date
           move ar-time to ws-res-time
           move ar-dept to ws-res-dept
           move ar-cksum to ws-res-cksum
           move ar-msgid to ws-res-msgid
           move ar-keyver to ws-res-keyver
           move ar-cipver to ws-res-cipver
           move ar-corrid to ws-res-corrid
           move ar-body to ws-res-body
           write part-rec from ws-res
           add 1 to ws-cut-count
           move function length(function trim(
               ws-res-body trailing)) to ws-body-len
           add ws-body-len to ws-cut-bytes
           compute ws-cut-hash = function mod(
               ws-cut-hash + ws-res-cksum, 9999999).

      *----------------------------------------------------------------
      *the rebuilt cut does not prove against the register - it is
      *removed so it cannot be sent by mistake, the refusal is
      *journalled and the operators hear about it
      *----------------------------------------------------------------
       3500-refuse-resend.
           display "RETXMIT: " function trim(ws-orig-name)
               " NOT resent - the archive does not rebuild it"
           display "RETXMIT:   registered " ws-orig-count
               " record(s) " ws-orig-bytes " byte(s) hash "
               ws-orig-hash
           display "RETXMIT:   rebuilt    " ws-tot-count
               " record(s) " ws-tot-bytes " byte(s) hash "
               ws-tot-hash
           delete file part-file
           move "REFUSED" to ws-jl-action
           perform 8000-write-journal
           move spaces to ws-alert-msg
           string function trim(ws-orig-name) delimited by size
               " resend refused - totals differ" delimited by size
               into ws-alert-msg
           end-string
           move "CRIT" to ws-alert-sev
           call "alertlog" using ws-alert-job, ws-alert-sev,
               ws-alert-msg
           move 12 to return-code.

      *----------------------------------------------------------------
      *the partner's own layout - through outmap.cob with the
      *partner's definition, as distxmit.cob maps a night's cut; with
      *no definition the rebuilt cut itself is what goes
      *----------------------------------------------------------------
       4000-map-cut.
           move spaces to ws-outmap-def
           string function trim(ws-outmap-prefix) delimited by size
               function trim(ws-partner) delimited by size
               ".DEF" delimited by size
               into ws-outmap-def
           end-string
           move spaces to ws-deliver-src
           string function trim(ws-gen-cut) delimited by size
               ".MAP" delimited by size
               into ws-deliver-src
           end-string
           call "outmap" using ws-outmap-def, ws-gen-cut,
               ws-deliver-src, ws-partner, ws-map-ok
           evaluate ws-map-ok
               when "Y"
                   continue
               when "X"
                   move ws-gen-cut to ws-deliver-src
               when other
                   display "RETXMIT: " ws-partner
                       " cut not mapped to its layout - not resent"
           end-evaluate.
       4000-map-cut-exit.
           exit.

      *----------------------------------------------------------------
      *the full-width code-page hop for an EBCDIC partner, record for
      *record the way distxmit.cob converts a night's cut
      *----------------------------------------------------------------
       4500-convert-cut.
           move "N" to ws-cvt-ok
           move 0 to ws-cvt-count
           open input src-file
           if ws-src-status not = "00"
               display "RETXMIT: cannot reopen cut "
                   function trim(ws-deliver-src)
                   " for conversion - status " ws-src-status
               go to 4500-convert-cut-exit
           end-if
           open output ebc-file
           if ws-ebc-status not = "00"
               display "RETXMIT: cannot open delivered file "
                   function trim(ws-cvt-output)
                   " status " ws-ebc-status
               close src-file
               go to 4500-convert-cut-exit
           end-if
           move "Y" to ws-cvt-ok
           move "N" to ws-eof-sw
           perform until ws-eof
               read src-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       move src-rec(1:5000) to ws-xlbuf
                       call "xlate" using ws-xlbuf,
                           ws-xlate-len-a, ws-direction
                       move ws-xlbuf to ebc-rec(1:5000)
                       move spaces to ws-xlbuf
                       move src-rec(5001:77) to ws-xlbuf(1:77)
                       call "xlate" using ws-xlbuf,
                           ws-xlate-len-b, ws-direction
                       move ws-xlbuf(1:77) to ebc-rec(5001:77)
                       write ebc-rec
                       if ws-ebc-status not = "00"
                           display "RETXMIT: write failed on "
                               "delivered file, status "
                               ws-ebc-status
                           move "N" to ws-cvt-ok
                           move "Y" to ws-eof-sw
                       end-if
                       add 1 to ws-cvt-count
               end-read
           end-perform
           close src-file
           close ebc-file
           if ws-cvt-ok = "Y"
               display "RETXMIT: " ws-cvt-count " record(s) "
                   "converted A2E into "
                   function trim(ws-cvt-output)
           end-if.
       4500-convert-cut-exit.
           exit.

      *----------------------------------------------------------------
      *the original entry stops aging - its resend carries the clock
      *now. An acknowledgment that turns up for the original later
      *still ticks it off as received
      *----------------------------------------------------------------
       5000-mark-superseded.
           open i-o reg-file
           if ws-reg-status not = "00"
               display "RETXMIT: cannot open register "
                   function trim(ws-reg-filename)
                   " status " ws-reg-status
                   " - original not marked resent"
               go to 5000-mark-superseded-exit
           end-if
           move ws-orig-name to xr-filename
           read reg-file
               invalid key
                   continue
               not invalid key
                   if xr-ack-sw not = "Y" and xr-ack-sw not = "R"
                       move "S" to xr-ack-sw
                       rewrite xmitreg-rec
                   end-if
           end-read
           close reg-file.
       5000-mark-superseded-exit.
           exit.

       8000-write-journal.
           accept ws-ts-date from date yyyymmdd
           accept ws-ts-time from time
           move ws-timestamp to ws-jl-ts
           move ws-operator to ws-jl-operator
           move ws-gen to ws-jl-gen
           move ws-cut-count to ws-jl-count
           move ws-orig-name to ws-jl-orig
           if ws-jl-action = "RESENT"
               move ws-delivered to ws-jl-resend
           else
               move ws-gen-cut to ws-jl-resend
           end-if
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status = "00"
               write journal-rec from ws-journal-line
               close journal-file
           else
               display "RETXMIT: journal unavailable, status "
                   ws-journal-status
           end-if.
       end program retxmit.
