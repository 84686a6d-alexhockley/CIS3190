      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *drunload.cob is the disaster-recovery unload of the stores the
      *system cannot run without - the key-store and its version
      *store, the pending key changes, the department profiles, the
      *duplicate registry, the statistics master, the result archive,
      *the transmission register, the msgid counter, the value-date
      *warehouse, the open-request file and the operator master.
      *Each store is written in key order to its own sequential
      *unload file (A3-DR-PREFIX, default DRUNLOAD., then the store
      *name and the business date - DRUNLOAD.KEYSTORE.20261015)
      *between a header naming the store, where it came from and its
      *record length, and a trailer holding the record count and the
      *hash total drhash.cob gives over every record; drreload.cob
      *proves both before it will rebuild anything. Records go out
      *byte for byte - a masked key-store stays masked on the unload
      *file and the master key is never read here, so the unload
      *is no easier to read than the store it came from. A store
      *that does not exist yet unloads as a header marked absent and
      *an empty trailer, so a reload knows to leave it alone.
      *A3-DR-STORE names a single store to unload; blank unloads the
      *whole set. For a set consistent to one moment the unload and
      *the reload's proof run together as one step of nightorch.cob
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  carry the correlation id on the result archive
      *                record

       identification division.
       program-id. drunload.
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
      *drreload.cob reads this layout field for field
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
       01 ws-store-max      pic 9(2) comp value 12.
       01 ws-ix             pic 9(2) comp.
       01 ws-store-filename pic x(100).
       01 ws-store-status   pic x(2).
       01 ws-unl-filename   pic x(100).
       01 ws-unl-status     pic x(2).
       01 ws-prefix         pic x(100).
       01 ws-dr-date        pic x(8).
       01 ws-only           pic x(8).
       01 ws-masked         pic x(1).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-fail-sw pic x(1).
           88 ws-store-failed value "Y".
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
       01 ws-now-time     pic x(8).
       01 ws-stores-done  pic 9(2) comp value 0.
       01 ws-stores-bad   pic 9(2) comp value 0.
       01 ws-count-disp   pic z(8)9.
       01 ws-alert-job pic x(10) value "DRUNLOAD".
       01 ws-alert-sev pic x(4) value "CRIT".
       01 ws-alert-msg pic x(60).

       procedure division.
           accept ws-prefix from environment "A3-DR-PREFIX"
           accept ws-dr-date from environment "A3-DR-DATE"
           accept ws-only from environment "A3-DR-STORE"
           accept ws-masked from environment "A3-KEYSTORE-MASKED"
           if ws-prefix = spaces
               move "DRUNLOAD." to ws-prefix
           end-if
      *a test-region unload reads the TST. twin stores and writes
      *TST. unload files beside them
           call "region" using ws-prefix
           if ws-dr-date = spaces
               call "busdate" using ws-dr-date
           end-if
           move 0 to ws-ix
           if ws-only not = spaces
               perform varying ws-ix from 1 by 1
                       until ws-ix > ws-store-max
                       or ws-st-name(ws-ix) = ws-only
                   continue
               end-perform
               if ws-ix > ws-store-max
                   display "DRUNLOAD: " function trim(ws-only)
                       " is not one of the stores this job unloads"
                   move 12 to return-code
                   goback
               end-if
               perform 2000-unload-store thru 2000-unload-store-exit
           else
               perform varying ws-ix from 1 by 1
                       until ws-ix > ws-store-max
                   perform 2000-unload-store
                       thru 2000-unload-store-exit
               end-perform
           end-if
           display "DRUNLOAD: " ws-stores-done " store(s) unloaded, "
               ws-stores-bad " failed"
           if ws-stores-bad > 0
               move 12 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *one store out to its unload file - header, every record in
      *key order, trailer with the count and hash total
      *----------------------------------------------------------------
       2000-unload-store.
           move "N" to ws-fail-sw
           move spaces to ws-store-filename
           accept ws-store-filename
               from environment ws-st-env(ws-ix)
           if ws-store-filename = spaces
               move ws-st-default(ws-ix) to ws-store-filename
           end-if
           call "region" using ws-store-filename
           move spaces to ws-unl-filename
           string function trim(ws-prefix) delimited by size
               function trim(ws-st-name(ws-ix)) delimited by size
               "." delimited by size
               ws-dr-date delimited by size
               into ws-unl-filename
           end-string
           move spaces to ws-hdr
           move ws-store-filename to hd-source
           move ws-dr-date to hd-date
           accept ws-now-time from time
           move ws-now-time to hd-time
           move "P" to hd-state
           move ws-masked to hd-masked
           move 0 to ws-count
           move 0 to ws-hash
           perform 5300-open-store thru 5300-open-store-exit
           if ws-store-status = "35"
               move "A" to hd-state
           else
               if ws-store-status not = "00"
                   display "DRUNLOAD: cannot open "
                       function trim(ws-st-name(ws-ix)) " store "
                       function trim(ws-store-filename)
                       " status " ws-store-status
                   perform 9000-store-failed
                   go to 2000-unload-store-exit
               end-if
           end-if
           open output unl-file
           if ws-unl-status not = "00"
               display "DRUNLOAD: cannot write unload file "
                   function trim(ws-unl-filename)
                   " status " ws-unl-status
               if hd-state = "P"
                   perform 5500-close-store
               end-if
               perform 9000-store-failed
               go to 2000-unload-store-exit
           end-if
           move spaces to unl-rec
           move "HDR" to ul-type
           move ws-st-name(ws-ix) to ul-store
           move ws-rec-len to ul-len
           move ws-hdr to ul-data
           write unl-rec
           if hd-state = "P"
               move "N" to ws-eof-sw
               perform until ws-eof or ws-store-failed
                   perform 5400-read-store
                   if not ws-eof
                       perform 3000-write-record
                   end-if
               end-perform
               perform 5500-close-store
           end-if
           if ws-store-failed
               close unl-file
               perform 9000-store-failed
               go to 2000-unload-store-exit
           end-if
           move ws-count to tr-count
           move ws-hash to tr-hash
           move spaces to unl-rec
           move "TRL" to ul-type
           move ws-st-name(ws-ix) to ul-store
           move ws-rec-len to ul-len
           move ws-trl to ul-data
           write unl-rec
           close unl-file
           add 1 to ws-stores-done
           move ws-count to ws-count-disp
           if hd-state = "A"
               display "DRUNLOAD: " ws-st-name(ws-ix)
                   " not on disk - unloaded as absent to "
                   function trim(ws-unl-filename)
           else
               display "DRUNLOAD: " ws-st-name(ws-ix) " "
                   function trim(ws-count-disp) " record(s) hash "
                   tr-hash " to " function trim(ws-unl-filename)
           end-if.
       2000-unload-store-exit.
           exit.

       3000-write-record.
           call "drhash" using ws-rec-buf, ws-rec-len, ws-rec-hash
           add 1 to ws-count
           compute ws-hash =
               function mod(ws-hash + ws-rec-hash, 1000000000000000)
           move spaces to unl-rec
           move "DAT" to ul-type
           move ws-st-name(ws-ix) to ul-store
           move ws-rec-len to ul-len
           move ws-rec-buf to ul-data
           write unl-rec
           if ws-unl-status not = "00"
               display "DRUNLOAD: write to "
                   function trim(ws-unl-filename)
                   " failed status " ws-unl-status
               move "Y" to ws-fail-sw
           end-if.

      *----------------------------------------------------------------
      *the per-store file handling - open positioned at the first key,
      *read the next record into the common buffer, close. The msgid
      *counter is a plain sequential file and is simply read through
      *----------------------------------------------------------------
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
               display "DRUNLOAD: read of "
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
      *a store that could not be unloaded leaves the set without a
      *recovery point for it - the job fails and operations hear now
      *----------------------------------------------------------------
       9000-store-failed.
           add 1 to ws-stores-bad
           move spaces to ws-alert-msg
           string "DR unload of " delimited by size
               function trim(ws-st-name(ws-ix)) delimited by size
               " failed - no recovery point" delimited by size
               into ws-alert-msg
           end-string
           call "alertlog" using ws-alert-job, ws-alert-sev,
               ws-alert-msg.
       end program drunload.
