      *                and a failed recovery hands back a blank
      *                keyword so the caller rejects loudly instead
      *                of ciphering under garbage
      *2026-10-15  AH  refuse a current lookup whose current version
      *                is marked compromised - a blank keyword, so
      *                nothing new is ciphered under a leaked key;
      *                a lookup naming the version still answers,
      *                so traffic already ciphered under it decodes
      *2026-10-15  AH  take an optional session request (OPEN/CLOSE)
      *                so a batch or inbound run opens both stores
      *                once for the whole run instead of once per
      *                record, and answers a key-id/version already
      *                resolved in the session from a cache
      *2026-10-15  AH  indent the lookup's final goback with the
      *                statements around it

       identification division.
       program-id. keystore.
           05 kv-value    pic x(30).
           05 kv-eff-from pic x(8).
           05 kv-eff-to   pic x(8).
           05 kv-state    pic x(1).
               88 kv-compromised value "C".
           05 kv-comp-date pic x(8).

       working-storage section.
       01 ws-keystore-filename pic x(100).
       01 ws-key-status        pic x(2).
       01 ws-vers-status       pic x(2).
       01 ws-probe-ver         pic 9(3) comp.
       01 ws-top-ver           pic 9(3) comp.
       01 ws-top-state         pic x(1).
       01 ws-masked            pic x(1).
       01 ws-unmask-dir        pic x(6) value "UNMASK".
       01 ws-mask-ok           pic x(1).
       01 ws-done-sw pic x(1).
           88 ws-done value "Y".
      *a run-long session - the batch and inbound runs open the
      *stores once, look up thousands of records, and close them at
      *the end; every key-id/version answered inside the session is
      *kept, so a night's traffic under one key costs one lookup
       01 ws-session-sw pic x(1) value "N".
           88 ws-in-session value "Y".
       01 ws-key-ready  pic x(1) value "N".
       01 ws-vers-ready pic x(1) value "N".
       01 ws-asked-ver  pic 9(3) comp.
       01 ws-kc-count   pic 9(3) comp value 0.
       01 ws-kc-max     pic 9(3) comp value 200.
       01 ws-kc-i       pic 9(3) comp.
       01 ws-kc-ix      pic 9(3) comp.
       01 ws-key-cache.
           05 ws-kc-row occurs 200.
               10 ws-kc-keyid   pic x(20).
               10 ws-kc-asked   pic 9(3) comp.
               10 ws-kc-keyword pic x(30).
               10 ws-kc-version pic 9(3) comp.

       linkage section.
       77 lnk-keyid        pic x(20).
       77 lnk-keyword-out  pic x(30).
       77 lnk-version      pic 9(3).
       77 lnk-session      pic x(5).

       procedure division using lnk-keyid, lnk-keyword-out,
               optional lnk-version, optional lnk-session.
      *a session call opens or closes the stores for the run and
      *looks nothing up
         if lnk-session is not omitted and lnk-session not = spaces
             perform 6000-session
             goback
         end-if.
         move spaces to lnk-keyword-out.
         move 0 to ws-asked-ver.
         if lnk-version is not omitted
             move lnk-version to ws-asked-ver
         end-if.
      *inside a session a key-id/version already answered is
      *answered again from the cache, version and all
         if ws-in-session
             move 0 to ws-kc-ix
             perform varying ws-kc-i from 1 by 1
                     until ws-kc-i > ws-kc-count
                 if ws-kc-keyid(ws-kc-i) = lnk-keyid
                     and ws-kc-asked(ws-kc-i) = ws-asked-ver
                     move ws-kc-i to ws-kc-ix
                     move ws-kc-count to ws-kc-i
                 end-if
             end-perform
             if ws-kc-ix > 0
                 move ws-kc-keyword(ws-kc-ix) to lnk-keyword-out
                 if lnk-version is not omitted and ws-asked-ver = 0
                     move ws-kc-version(ws-kc-ix) to lnk-version
                 end-if
                 goback
             end-if
         end-if.
         if not ws-in-session
             perform 5000-resolve-names
         end-if.
      *a caller naming a specific version wants the key exactly as
      *it stood when the record was ciphered - only the version
      *store can answer that; a miss leaves the keyword blank and
      *the caller rejects the record the way it always has
         if ws-asked-ver > 0
             perform 7000-open-vers
             if ws-vers-ready = "Y"
                 move lnk-keyid to kv-keyid
                 move lnk-version to kv-version
                 read vers-file
                     not invalid key
                         move kv-value to lnk-keyword-out
                 end-read
                 perform 7100-close-vers
             end-if
             perform 8000-unmask-value
             move ws-asked-ver to ws-top-ver
             perform 8100-cache-answer
             goback
         end-if.
      *a missing key-store file, or a department/message id with no
      *entry in it, just leaves lnk-keyword-out blank so the caller
      *falls back to its own default behaviour
         perform 7200-open-key.
         if ws-key-ready = "Y"
             move lnk-keyid to key-id
             read key-file
                 not invalid key
                     move key-value to lnk-keyword-out
             end-read
             perform 7300-close-key
         end-if.
         perform 8000-unmask-value.
      *tell the caller which version the current value carries, so
      *encrypt can stamp it into the envelope - version numbers run
      *from one with no gaps (keyadmin assigns them), so the highest
      *on file is the current one; zero means a store from before
      *versioning, whose records decode under the current key. The
      *probe runs on every current lookup, version wanted or not -
      *a current version declared compromised is never handed out
         move 0 to ws-top-ver.
         move space to ws-top-state.
         if lnk-keyword-out not = spaces
             perform 7000-open-vers
             if ws-vers-ready = "Y"
                 move "N" to ws-done-sw
                 perform varying ws-probe-ver from 1 by 1
                         until ws-done or ws-probe-ver > 999
                     move lnk-keyid to kv-keyid
                     move ws-probe-ver to kv-version
                     read vers-file
                         invalid key
                             move "Y" to ws-done-sw
                         not invalid key
                             move ws-probe-ver to ws-top-ver
                             move kv-state to ws-top-state
                     end-read
                 end-perform
                 perform 7100-close-vers
             end-if
         end-if.
         if ws-top-state = "C"
             display "keystore: key-id " function trim(lnk-keyid)
                 " version " ws-top-ver " is compromised - "
                 "not issued for new traffic"
             move spaces to lnk-keyword-out
             move 0 to ws-top-ver
         end-if.
         if lnk-version is not omitted
             move ws-top-ver to lnk-version
         end-if.
         perform 8100-cache-answer.
         goback.

       5000-resolve-names.
           accept ws-keystore-filename
               from environment "A3-KEYSTORE-FILE"
           if ws-keystore-filename = spaces
               move "KEYSTORE.DAT" to ws-keystore-filename
           end-if
           accept ws-vers-filename from environment "A3-KEYVERS-FILE"
           if ws-vers-filename = spaces
               move "KEYVERS.DAT" to ws-vers-filename
           end-if
      *a test-region run resolves against the TST. twin stores - a
      *drill keys its traffic from its own store, populated through
      *keyadmin under the same region switch
           call "region" using ws-keystore-filename
           call "region" using ws-vers-filename
           accept ws-masked from environment "A3-KEYSTORE-MASKED".

      *----------------------------------------------------------------
      *OPEN resolves the names and opens both stores for the run
      *(either may be missing - a lookup against it simply misses,
      *as it always has); CLOSE closes whatever is open and forgets
      *the cache, so the next run sees any key changed in between
      *----------------------------------------------------------------
       6000-session.
           evaluate lnk-session
               when "OPEN"
                   if ws-in-session
                       perform 6100-end-session
                   end-if
                   perform 5000-resolve-names
                   move 0 to ws-kc-count
                   open input key-file
                   if ws-key-status = "00"
                       move "Y" to ws-key-ready
                   else
                       move "N" to ws-key-ready
                   end-if
                   open input vers-file
                   if ws-vers-status = "00"
                       move "Y" to ws-vers-ready
                   else
                       move "N" to ws-vers-ready
                   end-if
                   move "Y" to ws-session-sw
               when "CLOSE"
                   perform 6100-end-session
               when other
                   display "keystore: unknown session request "
                       lnk-session
           end-evaluate.

       6100-end-session.
           if ws-in-session
               if ws-key-ready = "Y"
                   close key-file
               end-if
               if ws-vers-ready = "Y"
                   close vers-file
               end-if
           end-if
           move "N" to ws-key-ready
           move "N" to ws-vers-ready
           move "N" to ws-session-sw
           move 0 to ws-kc-count.

      *----------------------------------------------------------------
      *the stores are opened and closed around each lookup outside a
      *session, and left alone inside one
      *----------------------------------------------------------------
       7000-open-vers.
           if not ws-in-session
               open input vers-file
               if ws-vers-status = "00"
                   move "Y" to ws-vers-ready
               else
                   move "N" to ws-vers-ready
               end-if
           end-if.

       7100-close-vers.
           if not ws-in-session
               close vers-file
               move "N" to ws-vers-ready
           end-if.

       7200-open-key.
           if not ws-in-session
               open input key-file
               if ws-key-status = "00"
                   move "Y" to ws-key-ready
               else
                   move "N" to ws-key-ready
               end-if
           end-if.

       7300-close-key.
           if not ws-in-session
               close key-file
               move "N" to ws-key-ready
           end-if.

      *----------------------------------------------------------------
      *the stored bytes are obscured at rest once the store has been
      *migrated - recover them on the way out; a recovery that
                   move spaces to lnk-keyword-out
               end-if
           end-if.

      *keep the answer for the rest of the session - a miss too, so
      *a department keyed to a missing key-id is not looked up again
      *for every one of its records
       8100-cache-answer.
           if ws-in-session and ws-kc-count < ws-kc-max
               add 1 to ws-kc-count
               move lnk-keyid to ws-kc-keyid(ws-kc-count)
               move ws-asked-ver to ws-kc-asked(ws-kc-count)
               move lnk-keyword-out to ws-kc-keyword(ws-kc-count)
               move ws-top-ver to ws-kc-version(ws-kc-count)
           end-if.
       end program keystore.
