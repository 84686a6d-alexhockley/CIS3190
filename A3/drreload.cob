      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *drreload.cob rebuilds the stores drunload.cob unloaded, and
      *proves every one before any of them is released. For each
      *store (A3-DR-STORE names one; blank takes the whole set) the
      *unload file for A3-DR-DATE - the business date by default -
      *must open with the right header, carry a record length that
      *still matches the store's layout, and end with its trailer;
      *the records are loaded into a staging copy beside the store
      *(its name plus .RLD), counted and hashed through drhash.cob on
      *the way in, and then read back out of the staging copy and
      *counted and hashed again - both totals must equal the
      *trailer's. Only when every store asked for has proved does
      *A3-DRRELOAD-MODE=RELEASE rebuild the live stores from the same
      *unload files, each proved once more against its trailer as it
      *lands; one failure anywhere releases nothing, so a recovery
      *never mixes a rebuilt store with a damaged one. The default
      *mode, PROVE, stops after the staging proof - that is the
      *half nightorch.cob runs every night straight after the
      *unload, so a bad recovery point is found the night it is cut
      *rather than the night it is needed. Records land byte for
      *byte, a masked key-store comes back masked, and a store
      *unloaded as absent is left alone. A failed proof raises a
      *CRIT alert and ends the job with return code 12
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  carry the correlation id on the result archive
      *                record

       identification division.
       program-id. drreload.
       environment division.
       input-output section.
       file-control.
           select key-file assign to dynamic ws-store-filename
               organization indexed
               access mode is dynamic
               record key is key-id
               file status ws-store-status.
           select vers-file assign to dynamic ws-store-filename
               organization indexed
               access mode is dynamic
               record key is kv-key
               file status ws-store-status.
           select pend-file assign to dynamic ws-store-filename
               organization indexed
               access mode is dynamic
               record key is kp-seq
               file status ws-store-status.
           select prof-file assign to dynamic ws-store-filename
               organization indexed
               access mode is dynamic
               record key is dp-dept-id
               file status ws-store-status.
           select dupreg-file assign to dynamic ws-store-filename
               organization indexed
               access mode is dynamic
               record key is dr-checksum
               file status ws-store-status.
           select stat-file assign to dynamic ws-store-filename
               organization indexed
               access mode is dynamic
               record key is sm-key
               file status ws-store-status.
           select arch-file assign to dynamic ws-store-filename
               organization indexed
               access mode is dynamic
               record key is ar-key
               file status ws-store-status.
           select reg-file assign to dynamic ws-store-filename
               organization indexed
               access mode is dynamic
               record key is xr-filename
               file status ws-store-status.
           select seq-file assign to dynamic ws-store-filename
               organization sequential
               file status ws-store-status.
           select whse-file assign to dynamic ws-store-filename
               organization indexed
               access mode is dynamic
               record key is wh-key
               file status ws-store-status.
           select openreq-file assign to dynamic ws-store-filename
               organization indexed
               access mode is dynamic
               record key is or-msgid
               file status ws-store-status.
           select oper-file assign to dynamic ws-store-filename
               organization indexed
               access mode is dynamic
               record key is op-id
               file status ws-store-status.
           select unl-file assign to dynamic ws-unl-filename
               organization sequential
               file status ws-unl-status.

       data division.
       file section.
      *the store layouts, each repeated field for field from the
      *program that keeps the store
       fd key-file.
       01 key-rec.
           05 key-id    pic x(20).
           05 key-value pic x(30).
       fd vers-file.
       01 vers-rec.
           05 kv-key.
               10 kv-keyid   pic x(20).
               10 kv-version pic 9(3).
           05 kv-value    pic x(30).
           05 kv-eff-from pic x(8).
           05 kv-eff-to   pic x(8).
           05 kv-state    pic x(1).
           05 kv-comp-date pic x(8).
       fd pend-file.
       01 pend-rec.
           05 kp-seq      pic 9(5).
           05 kp-status   pic x(1).
           05 kp-maker    pic x(8).
           05 kp-func     pic x(7).
           05 kp-keyid    pic x(20).
           05 kp-value    pic x(30).
           05 kp-req-date pic x(8).
           05 kp-checker  pic x(8).
           05 kp-act-date pic x(8).
       fd prof-file.
       01 prof-rec.
           05 dp-dept-id     pic x(8).
           05 dp-key-id      pic x(20).
           05 dp-result-file pic x(50).
           05 dp-export-fmt  pic x(6).
           05 dp-double-pass pic x(1).
           05 dp-key-id2     pic x(20).
           05 dp-encoding    pic x(8).
           05 dp-quota-recs  pic 9(7).
           05 dp-quota-bytes pic 9(9).
       fd dupreg-file.
       01 dupreg-rec.
           05 dr-checksum pic 9(7).
           05 dr-date     pic x(8).
           05 dr-msglen   pic 9(5).
       fd stat-file.
       01 stat-rec.
           05 sm-key.
               10 sm-date pic x(8).
               10 sm-dept pic x(8).
           05 sm-msg-count pic 9(7).
           05 sm-bytes     pic 9(9).
           05 sm-trunc     pic 9(7).
           05 sm-mismatch  pic 9(7).
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
       fd seq-file.
       01 seq-rec.
           05 ms-date pic x(8).
           05 ms-seq  pic 9(6).
       fd whse-file.
       01 whse-rec.
           03 wh-key.
               05 wh-valdate pic x(8).
               05 wh-msgid   pic x(14).
               05 wh-segnum  pic x(3).
           03 wh-stored      pic x(8).
           copy ENVREC replacing ==:LEVEL:== by ==03==
                                ==:ENV-FIELD:== by ==wh-env==.
       fd openreq-file.
       01 openreq-rec.
           05 or-msgid      pic x(14).
           05 or-dept       pic x(8).
           05 or-category   pic x(4).
           05 or-state      pic x(1).
           05 or-sent       pic x(8).
           05 or-due        pic x(8).
           05 or-resp-date  pic x(8).
           05 or-resp-msgid pic x(14).
           05 or-resp-dept  pic x(8).
       fd oper-file.
       01 oper-rec.
           05 op-id         pic x(8).
           05 op-name       pic x(30).
           05 op-active     pic x(1).
           05 op-roles.
               10 op-role   pic x(10) occurs 8.
           05 op-pend-role  pic x(10).
           05 op-pend-maker pic x(8).
           05 op-pend-date  pic x(8).
           05 op-changed    pic x(8).
           05 op-changed-by pic x(8).
      *one unload line - HDR, then a DAT per store record, then TRL;
      *the layout drunload.cob writes, field for field
       fd unl-file.
       01 unl-rec.
           05 ul-type  pic x(3).
           05 ul-store pic x(8).
           05 ul-len   pic 9(5).
           05 ul-data  pic x(5150).


       working-storage section.
      *the set - store name, the variable naming its file and the
      *name it has when the variable is blank, as the owning
      *program resolves it
       01 ws-store-list.
           05 filler pic x(8)  value "KEYSTORE".
           05 filler pic x(20) value "A3-KEYSTORE-FILE".
           05 filler pic x(20) value "KEYSTORE.DAT".
           05 filler pic x(8)  value "KEYVERS".
           05 filler pic x(20) value "A3-KEYVERS-FILE".
           05 filler pic x(20) value "KEYVERS.DAT".
           05 filler pic x(8)  value "KEYPEND".
           05 filler pic x(20) value "A3-KEYPEND-FILE".
           05 filler pic x(20) value "KEYPEND.DAT".
           05 filler pic x(8)  value "DEPTPROF".
           05 filler pic x(20) value "A3-DEPTPROF-FILE".
           05 filler pic x(20) value "DEPTPROF.DAT".
           05 filler pic x(8)  value "DUPREG".
           05 filler pic x(20) value "A3-DUPREG-FILE".
           05 filler pic x(20) value "DUPREG.DAT".
           05 filler pic x(8)  value "STATMAST".
           05 filler pic x(20) value "A3-STATMAST-FILE".
           05 filler pic x(20) value "STATMAST.DAT".
           05 filler pic x(8)  value "ARCHMAST".
           05 filler pic x(20) value "A3-ARCHMAST-FILE".
           05 filler pic x(20) value "ARCHMAST.DAT".
           05 filler pic x(8)  value "XMITREG".
           05 filler pic x(20) value "A3-XMITREG-FILE".
           05 filler pic x(20) value "XMITREG.DAT".
           05 filler pic x(8)  value "MSGIDSEQ".
           05 filler pic x(20) value "A3-MSGIDSEQ-FILE".
           05 filler pic x(20) value "MSGIDSEQ.DAT".
           05 filler pic x(8)  value "WHSE".
           05 filler pic x(20) value "A3-WHSE-FILE".
           05 filler pic x(20) value "WHSE.DAT".
           05 filler pic x(8)  value "OPENREQ".
           05 filler pic x(20) value "A3-OPENREQ-FILE".
           05 filler pic x(20) value "OPENREQ.DAT".
           05 filler pic x(8)  value "OPERMAST".
           05 filler pic x(20) value "A3-OPERMAST-FILE".
           05 filler pic x(20) value "OPERMAST.DAT".
       01 ws-store-tbl redefines ws-store-list.
           05 ws-st-row occurs 12.
               10 ws-st-name    pic x(8).
               10 ws-st-env     pic x(20).
               10 ws-st-default pic x(20).
      *what the proof pass made of each store - P proved, A unloaded
      *as absent, F failed, blank not asked for
       01 ws-proof-tbl.
           05 ws-pf-row occurs 12.
               10 ws-pf-state pic x(1).
       01 ws-store-max      pic 9(2) comp value 12.
       01 ws-ix             pic 9(2) comp.
       01 ws-store-filename pic x(100).
       01 ws-live-filename  pic x(100).
       01 ws-store-status   pic x(2).
       01 ws-unl-filename   pic x(100).
       01 ws-unl-status     pic x(2).
       01 ws-prefix         pic x(100).
       01 ws-dr-date        pic x(8).
       01 ws-only           pic x(8).
       01 ws-mode           pic x(7).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-fail-sw pic x(1).
           88 ws-store-failed value "Y".
       01 ws-trl-sw pic x(1).
           88 ws-trl-seen value "Y".
       01 ws-reason         pic x(40).
      *the record just read, whichever store it came from
       01 ws-rec-buf  pic x(5150).
       01 ws-rec-len  pic 9(5).
       01 ws-rec-hash pic 9(10).
       01 ws-count    pic 9(9) comp.
       01 ws-hash     pic 9(15) comp.
      *the header and trailer as they ride in ul-data
       01 ws-hdr.
           05 hd-source   pic x(100).
           05 hd-date     pic x(8).
           05 hd-time     pic x(8).
           05 hd-state    pic x(1).
           05 hd-masked   pic x(1).
       01 ws-trl.
           05 tr-count    pic 9(9).
           05 tr-hash     pic 9(15).
       01 ws-stores-proved  pic 9(2) comp value 0.
       01 ws-stores-absent  pic 9(2) comp value 0.
       01 ws-stores-bad     pic 9(2) comp value 0.
       01 ws-stores-out     pic 9(2) comp value 0.
       01 ws-count-disp     pic z(8)9.
       01 ws-alert-job pic x(10) value "DRRELOAD".
       01 ws-alert-sev pic x(4) value "CRIT".
       01 ws-alert-msg pic x(60).

       procedure division.
           accept ws-prefix from environment "A3-DR-PREFIX"
           accept ws-dr-date from environment "A3-DR-DATE"
           accept ws-only from environment "A3-DR-STORE"
           accept ws-mode from environment "A3-DRRELOAD-MODE"
           if ws-prefix = spaces
               move "DRUNLOAD." to ws-prefix
           end-if
           if ws-mode = spaces
               move "PROVE" to ws-mode
           end-if
           if ws-mode not = "PROVE" and ws-mode not = "RELEASE"
               display "DRRELOAD: unknown mode " ws-mode
                   " (use PROVE or RELEASE)"
               move 12 to return-code
               goback
           end-if
      *a test-region reload proves and rebuilds the TST. twins from
      *TST. unload files - never a live store
           call "region" using ws-prefix
           if ws-dr-date = spaces
               call "busdate" using ws-dr-date
           end-if
           move spaces to ws-proof-tbl
           if ws-only not = spaces
               perform varying ws-ix from 1 by 1
                       until ws-ix > ws-store-max
                       or ws-st-name(ws-ix) = ws-only
                   continue
               end-perform
               if ws-ix > ws-store-max
                   display "DRRELOAD: " function trim(ws-only)
                       " is not one of the stores this job reloads"
                   move 12 to return-code
                   goback
               end-if
               perform 2000-prove-store thru 2000-prove-store-exit
           else
               perform varying ws-ix from 1 by 1
                       until ws-ix > ws-store-max
                   perform 2000-prove-store
                       thru 2000-prove-store-exit
               end-perform
           end-if
           display "DRRELOAD: " ws-stores-proved " store(s) proved, "
               ws-stores-absent " absent, " ws-stores-bad " failed"
      *the set is released whole or not at all
           if ws-stores-bad > 0
               display "DRRELOAD: the set did not prove - nothing "
                   "released"
               move 12 to return-code
               goback
           end-if
           if ws-mode = "PROVE"
               display "DRRELOAD: proof only - nothing released"
               goback
           end-if
           perform varying ws-ix from 1 by 1
                   until ws-ix > ws-store-max
               if ws-pf-state(ws-ix) = "P"
                   perform 4000-release-store
                       thru 4000-release-store-exit
               end-if
           end-perform
           display "DRRELOAD: " ws-stores-out " store(s) released, "
               ws-stores-bad " failed"
           if ws-stores-bad > 0
               move 12 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *the proof of one store - header, load into the staging copy,
      *trailer, then the staging copy read back against the trailer
      *----------------------------------------------------------------
       2000-prove-store.
           move "N" to ws-fail-sw
           perform 1000-resolve-names
           open input unl-file
           if ws-unl-status not = "00"
               move "UNLOAD FILE CANNOT BE READ" to ws-reason
               perform 9000-store-failed
               go to 2000-prove-store-exit
           end-if
           perform 2500-check-header thru 2500-check-header-exit
           if ws-store-failed
               close unl-file
               perform 9000-store-failed
               go to 2000-prove-store-exit
           end-if
      *a store that did not exist when it was unloaded is left
      *exactly as it is - there is nothing to rebuild
           if hd-state = "A"
               close unl-file
               move "A" to ws-pf-state(ws-ix)
               add 1 to ws-stores-absent
               display "DRRELOAD: " ws-st-name(ws-ix)
                   " was unloaded as absent - left alone"
               go to 2000-prove-store-exit
           end-if
           move spaces to ws-store-filename
           string function trim(ws-live-filename) delimited by size
               ".RLD" delimited by size
               into ws-store-filename
           end-string
           perform 3000-load-store thru 3000-load-store-exit
           close unl-file
           if ws-store-failed
               perform 9000-store-failed
               go to 2000-prove-store-exit
           end-if
           perform 3500-read-back thru 3500-read-back-exit
           if ws-store-failed
               perform 9000-store-failed
               go to 2000-prove-store-exit
           end-if
           move "P" to ws-pf-state(ws-ix)
           add 1 to ws-stores-proved
           move tr-count to ws-count-disp
           display "DRRELOAD: " ws-st-name(ws-ix) " proved - "
               function trim(ws-count-disp) " record(s) hash "
               tr-hash " in " function trim(ws-store-filename).
       2000-prove-store-exit.
           exit.

       1000-resolve-names.
           move spaces to ws-live-filename
           accept ws-live-filename
               from environment ws-st-env(ws-ix)
           if ws-live-filename = spaces
               move ws-st-default(ws-ix) to ws-live-filename
           end-if
           call "region" using ws-live-filename
           move spaces to ws-unl-filename
           string function trim(ws-prefix) delimited by size
               function trim(ws-st-name(ws-ix)) delimited by size
               "." delimited by size
               ws-dr-date delimited by size
               into ws-unl-filename
           end-string
           perform 5000-record-length.

      *----------------------------------------------------------------
      *the header must name this store and a record length that is
      *still the store's layout - an unload cut before a layout
      *change is refused rather than loaded into the wrong columns
      *----------------------------------------------------------------
       2500-check-header.
           read unl-file
               at end
                   move "UNLOAD FILE IS EMPTY" to ws-reason
                   move "Y" to ws-fail-sw
                   go to 2500-check-header-exit
           end-read
           if ul-type not = "HDR" or ul-store not = ws-st-name(ws-ix)
               move "UNLOAD FILE HAS NO HEADER FOR THIS STORE"
                   to ws-reason
               move "Y" to ws-fail-sw
               go to 2500-check-header-exit
           end-if
           move ul-data to ws-hdr
           if ul-len not = ws-rec-len
               move "RECORD LENGTH DIFFERS FROM THE LAYOUT"
                   to ws-reason
               move "Y" to ws-fail-sw
               go to 2500-check-header-exit
           end-if
           if hd-state = "A"
               perform 3200-read-trailer thru 3200-read-trailer-exit
           end-if.
       2500-check-header-exit.
           exit.

      *----------------------------------------------------------------
      *load the unload file's records into the store named in
      *ws-store-filename, counting and hashing them as they go, and
      *hold the totals up against the trailer
      *----------------------------------------------------------------
       3000-load-store.
           perform 5100-open-output
           if ws-store-status not = "00"
               move spaces to ws-reason
               string "STORE CANNOT BE CREATED - STATUS "
                       delimited by size
                   ws-store-status delimited by size
                   into ws-reason
               end-string
               move "Y" to ws-fail-sw
               go to 3000-load-store-exit
           end-if
           move 0 to ws-count
           move 0 to ws-hash
           move "N" to ws-eof-sw
           move "N" to ws-trl-sw
           perform until ws-eof or ws-trl-seen or ws-store-failed
               read unl-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       evaluate ul-type
                           when "DAT"
                               move ul-data to ws-rec-buf
                               call "drhash" using ws-rec-buf,
                                   ws-rec-len, ws-rec-hash
                               add 1 to ws-count
                               compute ws-hash = function mod(
                                   ws-hash + ws-rec-hash,
                                   1000000000000000)
                               perform 5200-write-store
                           when "TRL"
                               move ul-data to ws-trl
                               move "Y" to ws-trl-sw
                           when other
                               move "UNLOAD FILE HAS A STRAY LINE"
                                   to ws-reason
                               move "Y" to ws-fail-sw
                       end-evaluate
               end-read
           end-perform
           perform 5500-close-store
           if ws-store-failed
               go to 3000-load-store-exit
           end-if
           if not ws-trl-seen
               move "UNLOAD FILE HAS NO TRAILER - CUT SHORT"
                   to ws-reason
               move "Y" to ws-fail-sw
               go to 3000-load-store-exit
           end-if
           if ws-count not = tr-count or ws-hash not = tr-hash
               move "UNLOAD FILE DOES NOT MATCH ITS TRAILER"
                   to ws-reason
               move "Y" to ws-fail-sw
           end-if.
       3000-load-store-exit.
           exit.

       3200-read-trailer.
           read unl-file
               at end
                   move "UNLOAD FILE HAS NO TRAILER - CUT SHORT"
                       to ws-reason
                   move "Y" to ws-fail-sw
                   go to 3200-read-trailer-exit
           end-read
           if ul-type not = "TRL"
               move "UNLOAD FILE HAS NO TRAILER - CUT SHORT"
                   to ws-reason
               move "Y" to ws-fail-sw
               go to 3200-read-trailer-exit
           end-if
           move ul-data to ws-trl.
       3200-read-trailer-exit.
           exit.

      *----------------------------------------------------------------
      *read the rebuilt store back from disk - what the store now
      *holds, not what was written to it, is what gets proved
      *----------------------------------------------------------------
       3500-read-back.
           perform 5300-open-store thru 5300-open-store-exit
           if ws-store-status not = "00"
               move spaces to ws-reason
               string "REBUILT STORE CANNOT BE READ - STATUS "
                       delimited by size
                   ws-store-status delimited by size
                   into ws-reason
               end-string
               move "Y" to ws-fail-sw
               go to 3500-read-back-exit
           end-if
           move 0 to ws-count
           move 0 to ws-hash
           move "N" to ws-eof-sw
           perform until ws-eof or ws-store-failed
               perform 5400-read-store
               if not ws-eof
                   call "drhash" using ws-rec-buf, ws-rec-len,
                       ws-rec-hash
                   add 1 to ws-count
                   compute ws-hash =
                       function mod(ws-hash + ws-rec-hash,
                           1000000000000000)
               end-if
           end-perform
           perform 5500-close-store
           if ws-store-failed
               go to 3500-read-back-exit
           end-if
           if ws-count not = tr-count or ws-hash not = tr-hash
               move "REBUILT STORE DOES NOT MATCH THE TRAILER"
                   to ws-reason
               move "Y" to ws-fail-sw
           end-if.
       3500-read-back-exit.
           exit.

      *----------------------------------------------------------------
      *release one proved store - rebuilt under its live name from
      *the same unload file, and proved again as it stands on disk
      *----------------------------------------------------------------
       4000-release-store.
           move "N" to ws-fail-sw
           perform 1000-resolve-names
           open input unl-file
           if ws-unl-status not = "00"
               move "UNLOAD FILE CANNOT BE READ" to ws-reason
               perform 9000-store-failed
               go to 4000-release-store-exit
           end-if
           perform 2500-check-header thru 2500-check-header-exit
           if ws-store-failed
               close unl-file
               perform 9000-store-failed
               go to 4000-release-store-exit
           end-if
           move ws-live-filename to ws-store-filename
           perform 3000-load-store thru 3000-load-store-exit
           close unl-file
           if not ws-store-failed
               perform 3500-read-back thru 3500-read-back-exit
           end-if
           if ws-store-failed
               perform 9000-store-failed
               go to 4000-release-store-exit
           end-if
           add 1 to ws-stores-out
           move tr-count to ws-count-disp
           display "DRRELOAD: " ws-st-name(ws-ix) " released - "
               function trim(ws-count-disp) " record(s) in "
               function trim(ws-store-filename).
       4000-release-store-exit.
           exit.

      *----------------------------------------------------------------
      *the per-store file handling - the record length of the
      *store's layout, create it empty, write one record from the
      *common buffer, then (below) open positioned at the first key,
      *read the next record back into the buffer, and close
      *----------------------------------------------------------------
       5000-record-length.
           evaluate ws-ix
               when 1
                   move length of key-rec to ws-rec-len
               when 2
                   move length of vers-rec to ws-rec-len
               when 3
                   move length of pend-rec to ws-rec-len
               when 4
                   move length of prof-rec to ws-rec-len
               when 5
                   move length of dupreg-rec to ws-rec-len
               when 6
                   move length of stat-rec to ws-rec-len
               when 7
                   move length of arch-rec to ws-rec-len
               when 8
                   move length of xmitreg-rec to ws-rec-len
               when 9
                   move length of seq-rec to ws-rec-len
               when 10
                   move length of whse-rec to ws-rec-len
               when 11
                   move length of openreq-rec to ws-rec-len
               when 12
                   move length of oper-rec to ws-rec-len
           end-evaluate.

       5100-open-output.
           evaluate ws-ix
               when 1
                   open output key-file
               when 2
                   open output vers-file
               when 3
                   open output pend-file
               when 4
                   open output prof-file
               when 5
                   open output dupreg-file
               when 6
                   open output stat-file
               when 7
                   open output arch-file
               when 8
                   open output reg-file
               when 9
                   open output seq-file
               when 10
                   open output whse-file
               when 11
                   open output openreq-file
               when 12
                   open output oper-file
           end-evaluate.

       5200-write-store.
           evaluate ws-ix
               when 1
                   move ws-rec-buf to key-rec
                   write key-rec
               when 2
                   move ws-rec-buf to vers-rec
                   write vers-rec
               when 3
                   move ws-rec-buf to pend-rec
                   write pend-rec
               when 4
                   move ws-rec-buf to prof-rec
                   write prof-rec
               when 5
                   move ws-rec-buf to dupreg-rec
                   write dupreg-rec
               when 6
                   move ws-rec-buf to stat-rec
                   write stat-rec
               when 7
                   move ws-rec-buf to arch-rec
                   write arch-rec
               when 8
                   move ws-rec-buf to xmitreg-rec
                   write xmitreg-rec
               when 9
                   move ws-rec-buf to seq-rec
                   write seq-rec
               when 10
                   move ws-rec-buf to whse-rec
                   write whse-rec
               when 11
                   move ws-rec-buf to openreq-rec
                   write openreq-rec
               when 12
                   move ws-rec-buf to oper-rec
                   write oper-rec
           end-evaluate
      *a key that will not go in twice means the unload file holds
      *the same record twice - it is not the store that was unloaded
           if ws-store-status not = "00"
               move spaces to ws-reason
               string "RECORD WILL NOT LOAD - STATUS "
                       delimited by size
                   ws-store-status delimited by size
                   into ws-reason
               end-string
               move "Y" to ws-fail-sw
           end-if.

       5300-open-store.
           evaluate ws-ix
               when 1
                   move length of key-rec to ws-rec-len
                   open input key-file
                   if ws-store-status = "00"
                       move low-values to key-id
                       start key-file key not < key-id
                           invalid key
                               continue
                       end-start
                   end-if
               when 2
                   move length of vers-rec to ws-rec-len
                   open input vers-file
                   if ws-store-status = "00"
                       move low-values to kv-key
                       start vers-file key not < kv-key
                           invalid key
                               continue
                       end-start
                   end-if
               when 3
                   move length of pend-rec to ws-rec-len
                   open input pend-file
                   if ws-store-status = "00"
                       move zeros to kp-seq
                       start pend-file key not < kp-seq
                           invalid key
                               continue
                       end-start
                   end-if
               when 4
                   move length of prof-rec to ws-rec-len
                   open input prof-file
                   if ws-store-status = "00"
                       move low-values to dp-dept-id
                       start prof-file key not < dp-dept-id
                           invalid key
                               continue
                       end-start
                   end-if
               when 5
                   move length of dupreg-rec to ws-rec-len
                   open input dupreg-file
                   if ws-store-status = "00"
                       move zeros to dr-checksum
                       start dupreg-file key not < dr-checksum
                           invalid key
                               continue
                       end-start
                   end-if
               when 6
                   move length of stat-rec to ws-rec-len
                   open input stat-file
                   if ws-store-status = "00"
                       move low-values to sm-key
                       start stat-file key not < sm-key
                           invalid key
                               continue
                       end-start
                   end-if
               when 7
                   move length of arch-rec to ws-rec-len
                   open input arch-file
                   if ws-store-status = "00"
                       move low-values to ar-key
                       start arch-file key not < ar-key
                           invalid key
                               continue
                       end-start
                   end-if
               when 8
                   move length of xmitreg-rec to ws-rec-len
                   open input reg-file
                   if ws-store-status = "00"
                       move low-values to xr-filename
                       start reg-file key not < xr-filename
                           invalid key
                               continue
                       end-start
                   end-if
               when 9
                   move length of seq-rec to ws-rec-len
                   open input seq-file
               when 10
                   move length of whse-rec to ws-rec-len
                   open input whse-file
                   if ws-store-status = "00"
                       move low-values to wh-key
                       start whse-file key not < wh-key
                           invalid key
                               continue
                       end-start
                   end-if
               when 11
                   move length of openreq-rec to ws-rec-len
                   open input openreq-file
                   if ws-store-status = "00"
                       move low-values to or-msgid
                       start openreq-file key not < or-msgid
                           invalid key
                               continue
                       end-start
                   end-if
               when 12
                   move length of oper-rec to ws-rec-len
                   open input oper-file
                   if ws-store-status = "00"
                       move low-values to op-id
                       start oper-file key not < op-id
                           invalid key
                               continue
                       end-start
                   end-if
           end-evaluate
      *an empty store answers the positioning with "no record" - it
      *is open all the same and simply reads straight to its end
           if ws-store-status = "23"
               move "00" to ws-store-status
           end-if.
       5300-open-store-exit.
           exit.

       5400-read-store.
           move spaces to ws-rec-buf
           evaluate ws-ix
               when 1
                   read key-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move key-rec to ws-rec-buf
                   end-read
               when 2
                   read vers-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move vers-rec to ws-rec-buf
                   end-read
               when 3
                   read pend-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move pend-rec to ws-rec-buf
                   end-read
               when 4
                   read prof-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move prof-rec to ws-rec-buf
                   end-read
               when 5
                   read dupreg-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move dupreg-rec to ws-rec-buf
                   end-read
               when 6
                   read stat-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move stat-rec to ws-rec-buf
                   end-read
               when 7
                   read arch-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move arch-rec to ws-rec-buf
                   end-read
               when 8
                   read reg-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move xmitreg-rec to ws-rec-buf
                   end-read
               when 9
                   read seq-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move seq-rec to ws-rec-buf
                   end-read
               when 10
                   read whse-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move whse-rec to ws-rec-buf
                   end-read
               when 11
                   read openreq-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move openreq-rec to ws-rec-buf
                   end-read
               when 12
                   read oper-file next
                       at end
                           move "Y" to ws-eof-sw
                       not at end
                           move oper-rec to ws-rec-buf
                   end-read
           end-evaluate
      *a read that fails outright is not an end of file - the unload
      *would be short and its trailer would prove the short count
           if not ws-eof and ws-store-status not = "00"
               and ws-store-status not = "02"
               display "DRRELOAD: read of "
                   function trim(ws-st-name(ws-ix))
                   " failed status " ws-store-status
               move "Y" to ws-fail-sw
               move "Y" to ws-eof-sw
           end-if.

       5500-close-store.
           evaluate ws-ix
               when 1
                   close key-file
               when 2
                   close vers-file
               when 3
                   close pend-file
               when 4
                   close prof-file
               when 5
                   close dupreg-file
               when 6
                   close stat-file
               when 7
                   close arch-file
               when 8
                   close reg-file
               when 9
                   close seq-file
               when 10
                   close whse-file
               when 11
                   close openreq-file
               when 12
                   close oper-file
           end-evaluate.

      *----------------------------------------------------------------
      *a store that did not prove is named with its reason - the set
      *is not released and operations hear now
      *----------------------------------------------------------------
       9000-store-failed.
           move "F" to ws-pf-state(ws-ix)
           add 1 to ws-stores-bad
           display "DRRELOAD: " ws-st-name(ws-ix) " FAILED - "
               function trim(ws-reason) " ("
               function trim(ws-unl-filename) ")"
           move spaces to ws-alert-msg
           string "DR reload of " delimited by size
               function trim(ws-st-name(ws-ix)) delimited by size
               " failed - " delimited by size
               ws-reason delimited by size
               into ws-alert-msg
           end-string
           call "alertlog" using ws-alert-job, ws-alert-sev,
               ws-alert-msg.
       end program drreload.
