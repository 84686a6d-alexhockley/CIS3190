      *                and none of the body, the one loss the
      *                control totals cannot catch because they are
      *                proved off the pre-conversion cut
      *2026-10-15  AH  widen the result-line buffers, and the second
      *                translation piece, for the correlation id the
      *                result record now carries
      *2026-10-15  AH  map each partner's cut into the partner's own
      *                record layout through outmap.cob when the
      *                partner has an outbound layout definition,
      *                delivering the mapped file (converted for an
      *                EBCDIC partner) once its totals prove against
      *                the cut
      *2026-10-15  AH  widen the partner-master record for the
      *                certification date certify.cob records on a
      *                partner's lines

       identification division.
       program-id. distxmit.
           select part-file assign to dynamic ws-part-filename
               organization line sequential
               file status ws-part-status.
           select src-file assign to dynamic ws-deliver-src
               organization line sequential
               file status ws-src-status.
           select ebc-file assign to dynamic ws-cvt-output
               organization sequential
               file status ws-ebc-status.
           05 pm-encoding pic x(8).
           05 filler      pic x(1).
           05 pm-prefix   pic x(30).
      *the date the partner last passed its certification run
           05 filler      pic x(1).
           05 pm-certdate pic x(8).
       fd xmit-file.
       01 xmit-rec pic x(5077).
       fd part-file.
       01 part-rec pic x(5077).
      *the file that goes to the partner before any code-page hop -
      *the cut itself, or the cut mapped to the partner's layout
       fd src-file.
       01 src-rec pic x(5077).
       fd ebc-file.
      *the delivered EBCDIC artifact - fixed 5077-byte records with
      *no line terminators, the mainframe-side shape of the cut
       01 ebc-rec pic x(5077).

       working-storage section.
       01 ws-pmast-filename pic x(100).
       01 ws-cvt-output pic x(100).
       01 ws-delivered  pic x(100).
       01 ws-ebc-status pic x(2).
       01 ws-deliver-src pic x(100).
       01 ws-src-status pic x(2).
      *the partner's outbound layout definition, when it has one
       01 ws-outmap-prefix pic x(100).
       01 ws-outmap-def pic x(100).
       01 ws-map-ok     pic x(1).
       01 ws-cvt-ok     pic x(1).
       01 ws-cvt-count  pic 9(7) comp.
      *xlate's buffer is the shared 5000-byte message layout, so a
      *5077-byte record makes the hop in two pieces through this
      *staging buffer - the translation is byte-for-byte, so
      *chunking changes nothing
       copy MSGREC replacing ==:LEVEL:== by ==01==
                             ==:MSG-FIELD:== by ==ws-xlbuf==.
       01 ws-xlate-len-a pic 9(4) value 0.
       01 ws-xlate-len-b pic 9(4) value 77.
       01 ws-alert-job  pic x(10) value "DISTXMIT".
       01 ws-alert-sev  pic x(4).
       01 ws-alert-msg  pic x(60).
           if ws-xmit-filename = spaces
               move "XMIT.DAT" to ws-xmit-filename
           end-if
           accept ws-outmap-prefix from environment "A3-OUTMAP-PREFIX"
           if ws-outmap-prefix = spaces
               move "OUTMAP." to ws-outmap-prefix
           end-if
           call "busdate" using ws-run-date
           open input pmast-file
           if ws-pmast-status not = "00"
                   ws-pt-id(ws-cur-ptr)
                   " received no records tonight"
           end-if
      *a partner with an outbound layout definition receives its cut
      *mapped into its own record layout - a mapped file that does
      *not prove against the cut is never delivered
           perform 2400-map-partner-cut
               thru 2400-map-partner-cut-exit
           if ws-map-ok = "N"
               go to 2000-cut-one-partner-exit
           end-if
      *an EBCDIC partner's cut makes the code-page hop BEFORE the
      *register and manifest see it - the artifact we deliver is
      *the artifact the partner's acknowledgment will name, and an
      *registration and manifest are skipped and the night holds
           if ws-pt-encoding(ws-cur-ptr)(1:6) = "EBCDIC"
               move spaces to ws-cvt-output
               string function trim(ws-deliver-src)
                       delimited by size
                   ".EBC" delimited by size
                   into ws-cvt-output
               end-if
               move ws-cvt-output to ws-delivered
           else
               move ws-deliver-src to ws-delivered
           end-if
      *every cut goes on the transmission register under the name
      *actually delivered; the control totals still come from the
                   ws-pt-hash(ws-cur-ptr) + ws-res-cksum, 9999999)
           end-if.

      *----------------------------------------------------------------
      *the partner's own layout - outmap.cob maps the cut through the
      *partner's definition (A3-OUTMAP-PREFIX, default OUTMAP., plus
      *the partner id and .DEF) into the cut's name plus .MAP, and
      *proves the mapped file's totals equal the cut's; with no
      *definition the cut itself is what the partner receives
      *----------------------------------------------------------------
       2400-map-partner-cut.
           move spaces to ws-outmap-def
           string function trim(ws-outmap-prefix) delimited by size
               function trim(ws-pt-id(ws-cur-ptr)) delimited by size
               ".DEF" delimited by size
               into ws-outmap-def
           end-string
           move spaces to ws-deliver-src
           string function trim(ws-part-filename) delimited by size
               ".MAP" delimited by size
               into ws-deliver-src
           end-string
           call "outmap" using ws-outmap-def, ws-part-filename,
               ws-deliver-src, ws-pt-id(ws-cur-ptr), ws-map-ok
           evaluate ws-map-ok
               when "Y"
                   continue
               when "X"
                   move ws-part-filename to ws-deliver-src
               when other
                   add 1 to ws-problem-count
                   display "DISTXMIT: " ws-pt-id(ws-cur-ptr)
                       " cut not mapped to its layout - not delivered"
           end-evaluate.
       2400-map-partner-cut-exit.
           exit.

      *----------------------------------------------------------------
      *the full-width code-page hop for one partner cut - every
      *5077-byte record (header and trailer included, the partner
      *decodes the whole file) goes through the shared xlate tables
      *in two pieces, because xlate's buffer is the 5000-byte
      *message layout; the translation is byte-for-byte so the
       2600-convert-partner-cut.
           move "N" to ws-cvt-ok
           move 0 to ws-cvt-count
           open input src-file
           if ws-src-status not = "00"
               add 1 to ws-problem-count
               display "DISTXMIT: cannot reopen cut "
                   function trim(ws-deliver-src)
                   " for conversion - status " ws-src-status
               go to 2600-convert-partner-cut-exit
           end-if
           open output ebc-file
               display "DISTXMIT: cannot open delivered file "
                   function trim(ws-cvt-output)
                   " status " ws-ebc-status
               close src-file
               go to 2600-convert-partner-cut-exit
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
                           add 1 to ws-problem-count
                       add 1 to ws-cvt-count
               end-read
           end-perform
           close src-file
           close ebc-file
           if ws-cvt-ok = "Y"
               display "DISTXMIT: " ws-cvt-count " record(s) "
