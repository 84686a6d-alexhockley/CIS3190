      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *tstprov.cob provisions test-region traffic - region.cob fences
      *a drill into TST. files, but the drill still needs realistic
      *volumes, and copying a production queue across put real
      *cleartext on test disks. This utility reads a production queue
      *(or a resfetch.cob extract, A3-PROV-FORMAT=EXTRACT) and writes
      *a test queue with the same departments, categories, priorities,
      *segment structure and body lengths, every body replaced by
      *synthetic text with the same character mix position for
      *position - an upper-case letter stays an upper-case letter, a
      *digit a digit, punctuation punctuation, an extended character
      *an extended character, a space a space - drawn from a seeded
      *generator, so nothing of the original survives. Each record is
      *routed to a TST- key-id this utility creates (with a synthetic
      *keyword, journalled like any key-store change) in the test
      *key-store, and its message id is reissued from the test
      *counter, one new id per original message so segments still
      *travel together. The utility refuses to run outside the TEST
      *region, so it can never write a live store or draw a live id
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  clear the session command after the session
      *                calls - the per-record message id call was
      *                seeing a stale OPEN and issuing no id

       identification division.
       program-id. tstprov.
       environment division.
       input-output section.
       file-control.
           select src-file assign to dynamic ws-src-filename
               organization line sequential
               file status ws-src-status.
           select out-file assign to dynamic ws-out-filename
               organization line sequential
               file status ws-out-status.
           select key-file assign to dynamic ws-keystore-filename
               organization indexed
               access mode is random
               record key is key-id
               file status ws-key-status.
           select vers-file assign to dynamic ws-vers-filename
               organization indexed
               access mode is random
               record key is kv-key
               file status ws-vers-status.
           select journal-file assign to dynamic ws-journal-filename
               organization line sequential
               file status ws-journal-status.

       data division.
       file section.
      *the source - an envelope queue, or a result-shaped extract
       fd src-file.
           copy ENVREC replacing ==:LEVEL:== by ==01==
                                ==:ENV-FIELD:== by ==src-env==.
           copy RESREC replacing ==:LEVEL:== by ==01==
                                ==:RES-FIELD:== by ==src-res==.
       fd out-file.
           copy ENVREC replacing ==:LEVEL:== by ==01==
                                ==:ENV-FIELD:== by ==out-env==.
      *the key-store, version store and key journal layouts are
      *keyadmin.cob's, field for field
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
       fd journal-file.
       01 journal-rec pic x(80).

       working-storage section.
       01 ws-src-filename      pic x(100).
       01 ws-out-filename      pic x(100).
       01 ws-keystore-filename pic x(100).
       01 ws-vers-filename     pic x(100).
       01 ws-journal-filename  pic x(100).
       01 ws-src-status        pic x(2).
       01 ws-out-status        pic x(2).
       01 ws-key-status        pic x(2).
       01 ws-vers-status       pic x(2).
       01 ws-journal-status    pic x(2).
       01 ws-format    pic x(7).
       01 ws-region    pic x(4).
       01 ws-probe-name pic x(100).
       01 ws-today     pic x(8).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-masked    pic x(1).
       01 ws-mask-dir  pic x(6) value "MASK".
       01 ws-mask-ok   pic x(1).
       01 ws-failed-sw pic x(1) value "N".
      *the generator - a multiplicative congruential sequence; the
      *same seed (A3-PROV-SEED) reproduces the same test queue
       01 ws-seed-text pic x(9).
       01 ws-seed      pic 9(18) comp.
       01 ws-pick      pic 9(5) comp.
       01 ws-pick-n    pic 9(5) comp.
       01 ws-punct-set pic x(18) value ".,;:!?-()/&%$#@*+=".
       01 ws-extbase   pic 9(3) comp.
      *one body at a time
       01 ws-body-len  pic 9(5) comp.
       01 ws-bx        pic 9(5) comp.
       01 ws-ch        pic x(1).
       01 ws-new-ch    pic x(1).
      *one new message id per original - consecutive segments of a
      *message share the original's id, so they share the new one
       01 ws-last-src-msgid pic x(14) value spaces.
       01 ws-last-new-msgid pic x(14) value spaces.
       01 ws-new-msgid      pic x(14).
       01 ws-sess-cmd       pic x(5).
       01 ws-sess-msgid     pic x(14).
      *the test key-ids this run has already seen to
       01 ws-tk-count pic 9(3) comp value 0.
       01 ws-tk-max   pic 9(3) comp value 200.
       01 ws-tk-tbl.
           05 ws-tk-keyid pic x(20) occurs 200.
       01 ws-tk-i     pic 9(3) comp.
       01 ws-tk-hit   pic x(1).
       01 ws-test-keyid   pic x(20).
       01 ws-test-keyword pic x(30).
       01 ws-kx           pic 9(2) comp.
      *counts
       01 ws-in-count      pic 9(7) comp value 0.
       01 ws-out-count     pic 9(7) comp value 0.
       01 ws-keys-created  pic 9(5) comp value 0.
       01 ws-keys-existing pic 9(5) comp value 0.
       01 ws-timestamp.
           05 ws-ts-date pic x(8).
           05 filler     pic x(1) value space.
           05 ws-ts-time pic x(8).
       01 ws-journal-line.
           05 ws-jl-ts       pic x(17).
           05 filler         pic x(1) value space.
           05 ws-jl-operator pic x(8).
           05 filler         pic x(1) value space.
           05 ws-jl-func     pic x(7).
           05 filler         pic x(1) value space.
           05 ws-jl-keyid    pic x(20).
           05 filler         pic x(1) value space.
           05 ws-jl-outcome  pic x(20).

       procedure division.
      *a drill only - outside the TEST region every store this would
      *write is a live one
           move spaces to ws-probe-name
           call "region" using ws-probe-name, ws-region
           if ws-region not = "TEST"
               display "TSTPROV: runs only in the test region - "
                   "set A3-REGION=TEST"
               move 12 to return-code
               goback
           end-if
           accept ws-src-filename from environment "A3-PROV-SOURCE"
           accept ws-out-filename from environment "A3-PROV-OUTPUT"
           accept ws-format from environment "A3-PROV-FORMAT"
           accept ws-seed-text from environment "A3-PROV-SEED"
           if ws-src-filename = spaces
               display "TSTPROV: name the production queue or "
                   "extract to model (A3-PROV-SOURCE)"
               move 12 to return-code
               goback
           end-if
           if ws-format = spaces
               move "QUEUE" to ws-format
           end-if
           if ws-format not = "QUEUE" and ws-format not = "EXTRACT"
               display "TSTPROV: A3-PROV-FORMAT must be QUEUE or "
                   "EXTRACT"
               move 12 to return-code
               goback
           end-if
      *the test queue always lands under a TST. name, so it can never
      *overwrite the production file it was modelled on
           if ws-out-filename = spaces
               move ws-src-filename to ws-out-filename
           end-if
           call "region" using ws-out-filename
           if ws-out-filename = ws-src-filename
               display "TSTPROV: the test queue and its source must "
                   "be different files"
               move 12 to return-code
               goback
           end-if
           accept ws-keystore-filename
               from environment "A3-KEYSTORE-FILE"
           accept ws-vers-filename from environment "A3-KEYVERS-FILE"
           accept ws-journal-filename
               from environment "A3-KEYJOURNAL-FILE"
           if ws-keystore-filename = spaces
               move "KEYSTORE.DAT" to ws-keystore-filename
           end-if
           if ws-vers-filename = spaces
               move "KEYVERS.DAT" to ws-vers-filename
           end-if
           if ws-journal-filename = spaces
               move "KEYJRNL.LOG" to ws-journal-filename
           end-if
           call "region" using ws-keystore-filename
           call "region" using ws-vers-filename
           call "region" using ws-journal-filename
           accept ws-masked from environment "A3-KEYSTORE-MASKED"
           call "busdate" using ws-today
      *the seed - named for a reproducible drill, otherwise taken
      *from the clock; zero would stall the generator
           if ws-seed-text not = spaces
               compute ws-seed = function numval(ws-seed-text)
           else
               accept ws-ts-time from time
               compute ws-seed = function numval(ws-ts-time)
           end-if
           compute ws-seed = function mod(ws-seed, 2147483647)
           if ws-seed = 0
               move 1 to ws-seed
           end-if
           compute ws-extbase = function ord(x"80")
           open input src-file
           if ws-src-status not = "00"
               display "TSTPROV: cannot open source "
                   function trim(ws-src-filename)
                   " status " ws-src-status
               move 12 to return-code
               goback
           end-if
           open output out-file
           if ws-out-status not = "00"
               display "TSTPROV: cannot open test queue "
                   function trim(ws-out-filename)
               close src-file
               move 12 to return-code
               goback
           end-if
           perform 1000-open-key-stores thru 1000-open-key-stores-exit
           if ws-failed-sw = "Y"
               close src-file
               close out-file
               move 12 to return-code
               goback
           end-if
           move "OPEN" to ws-sess-cmd
           call "msgid" using ws-sess-msgid, ws-sess-cmd
      *the per-record msgid call leaves the session argument off and
      *is handed the address given here - cleared, it reads as no
      *session request and an id is issued
           move spaces to ws-sess-cmd
           move "N" to ws-eof-sw
           perform until ws-eof
               read src-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       perform 2000-take-record
                           thru 2000-take-record-exit
                       if ws-failed-sw = "Y"
                           move "Y" to ws-eof-sw
                       end-if
               end-read
           end-perform
           move "CLOSE" to ws-sess-cmd
           call "msgid" using ws-sess-msgid, ws-sess-cmd
           move spaces to ws-sess-cmd
           close src-file
           close out-file
           close key-file
           close vers-file
           display "TSTPROV: " ws-in-count " record(s) read from "
               function trim(ws-src-filename) ", " ws-out-count
               " synthetic record(s) written to "
               function trim(ws-out-filename)
           display "TSTPROV: " ws-keys-created " test key-id(s) "
               "created, " ws-keys-existing " already on the test "
               "key-store"
           if ws-failed-sw = "Y"
               display "TSTPROV: provisioning stopped short - the "
                   "test queue is incomplete"
               move 12 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
      *the test key-store and version store, created on first use the
      *way keyadmin creates them
      *----------------------------------------------------------------
       1000-open-key-stores.
           open i-o key-file
           if ws-key-status = "35"
               open output key-file
               close key-file
               open i-o key-file
           end-if
           if ws-key-status not = "00"
               display "TSTPROV: cannot open test key-store "
                   function trim(ws-keystore-filename)
                   " status " ws-key-status
               move "Y" to ws-failed-sw
               go to 1000-open-key-stores-exit
           end-if
           open i-o vers-file
           if ws-vers-status = "35"
               open output vers-file
               close vers-file
               open i-o vers-file
           end-if
           if ws-vers-status not = "00"
               display "TSTPROV: cannot open test version store "
                   function trim(ws-vers-filename)
                   " status " ws-vers-status
               close key-file
               move "Y" to ws-failed-sw
           end-if.
       1000-open-key-stores-exit.
           exit.

      *----------------------------------------------------------------
      *one source record becomes one synthetic test record
      *----------------------------------------------------------------
       2000-take-record.
           move spaces to out-env
           if ws-format = "EXTRACT"
      *an extract's header and trailer lines are not traffic; its
      *records carry a department and a body, and travel as ordinary
      *one-piece general correspondence
               if src-res(1:4) = "HDR " or src-res(1:4) = "TRL "
                   go to 2000-take-record-exit
               end-if
               add 1 to ws-in-count
               move src-res-dept to out-env-dept
               move "GEN" to out-env-category
               move src-res-msgid to ws-new-msgid
               move src-res-body to out-env-body
           else
               add 1 to ws-in-count
               move src-env-dept to out-env-dept
               move src-env-category to out-env-category
               move src-env-priority to out-env-priority
               move src-env-segnum to out-env-segnum
               move src-env-segtot to out-env-segtot
               move src-env-valdate to out-env-valdate
               move src-env-msgid to ws-new-msgid
               move src-env-body to out-env-body
           end-if
      *the routing - a TST- key-id in place of the production one
           move spaces to ws-test-keyid
           if ws-format = "QUEUE" and src-env-keyid not = spaces
               string "TST-" delimited by size
                   src-env-keyid(1:16) delimited by size
                   into ws-test-keyid
               end-string
           else
               string "TST-" delimited by size
                   out-env-dept delimited by size
                   into ws-test-keyid
               end-string
           end-if
           perform 3000-ensure-test-key thru 3000-ensure-test-key-exit
           if ws-failed-sw = "Y"
               go to 2000-take-record-exit
           end-if
           move ws-test-keyid to out-env-keyid
      *the identity - from the test counter, once per message
           if ws-new-msgid not = spaces
               and ws-new-msgid = ws-last-src-msgid
               move ws-last-new-msgid to out-env-msgid
           else
               move ws-new-msgid to ws-last-src-msgid
               call "msgid" using out-env-msgid
               move out-env-msgid to ws-last-new-msgid
           end-if
      *the body - same length, same character classes, none of the
      *same characters except spaces
           perform 4000-synthesize-body thru 4000-synthesize-body-exit
           write out-env
           if ws-out-status not = "00"
               display "TSTPROV: write failed on test queue, status "
                   ws-out-status
               move "Y" to ws-failed-sw
               go to 2000-take-record-exit
           end-if
           add 1 to ws-out-count.
       2000-take-record-exit.
           exit.

      *----------------------------------------------------------------
      *a test key-id not yet on the test key-store is added there
      *with a synthetic keyword, as version 001 on the version store,
      *and journalled
      *----------------------------------------------------------------
       3000-ensure-test-key.
           move "N" to ws-tk-hit
           perform varying ws-tk-i from 1 by 1
                   until ws-tk-i > ws-tk-count
               if ws-tk-keyid(ws-tk-i) = ws-test-keyid
                   move "Y" to ws-tk-hit
                   move ws-tk-count to ws-tk-i
               end-if
           end-perform
           if ws-tk-hit = "Y"
               go to 3000-ensure-test-key-exit
           end-if
           if ws-tk-count < ws-tk-max
               add 1 to ws-tk-count
               move ws-test-keyid to ws-tk-keyid(ws-tk-count)
           end-if
           move ws-test-keyid to key-id
           read key-file
               invalid key
                   continue
               not invalid key
                   add 1 to ws-keys-existing
                   go to 3000-ensure-test-key-exit
           end-read
      *a synthetic keyword - twelve letters off the generator
           move spaces to ws-test-keyword
           perform varying ws-kx from 1 by 1 until ws-kx > 12
               move 26 to ws-pick-n
               perform 5000-next-pick thru 5000-next-pick-exit
               move function char(function ord("A") + ws-pick)
                   to ws-test-keyword(ws-kx:1)
           end-perform
           if ws-masked = "Y"
               call "keymask" using ws-test-keyword, ws-mask-dir,
                   ws-mask-ok
               if ws-mask-ok not = "Y"
                   display "TSTPROV: master key unavailable - test "
                       "key " function trim(ws-test-keyid)
                       " not stored in the clear"
                   move "Y" to ws-failed-sw
                   go to 3000-ensure-test-key-exit
               end-if
           end-if
           move ws-test-keyid to key-id
           move ws-test-keyword to key-value
           write key-rec
               invalid key
                   display "TSTPROV: test key "
                       function trim(ws-test-keyid) " not written"
                   move "Y" to ws-failed-sw
                   go to 3000-ensure-test-key-exit
           end-write
           move ws-test-keyid to kv-keyid
           move 1 to kv-version
           move ws-test-keyword to kv-value
           move ws-today to kv-eff-from
           move spaces to kv-eff-to
           move space to kv-state
           move spaces to kv-comp-date
           write vers-rec
               invalid key
                   rewrite vers-rec
           end-write
           add 1 to ws-keys-created
           perform 3500-write-journal thru 3500-write-journal-exit.
       3000-ensure-test-key-exit.
           exit.

       3500-write-journal.
           accept ws-ts-date from date yyyymmdd
           accept ws-ts-time from time
           move ws-timestamp to ws-jl-ts
           move "TSTPROV" to ws-jl-operator
           move "ADD" to ws-jl-func
           move ws-test-keyid to ws-jl-keyid
           move "ADDED" to ws-jl-outcome
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status = "00"
               write journal-rec from ws-journal-line
               close journal-file
           else
               display "TSTPROV: key journal unavailable, status "
                   ws-journal-status
           end-if.
       3500-write-journal-exit.
           exit.

      *----------------------------------------------------------------
      *replace the body character for character, keeping each one's
      *class; past the body's last non-space it is already spaces
      *----------------------------------------------------------------
       4000-synthesize-body.
           move function length(function trim(out-env-body trailing))
               to ws-body-len
           if out-env-body = spaces
               go to 4000-synthesize-body-exit
           end-if
           perform varying ws-bx from 1 by 1
                   until ws-bx > ws-body-len
               move out-env-body(ws-bx:1) to ws-ch
               evaluate true
                   when ws-ch = space
                       move space to ws-new-ch
                   when ws-ch >= "A" and ws-ch <= "Z"
                       move 26 to ws-pick-n
                       perform 5000-next-pick thru 5000-next-pick-exit
                       move function char(function ord("A") + ws-pick)
                           to ws-new-ch
                   when ws-ch >= "a" and ws-ch <= "z"
                       move 26 to ws-pick-n
                       perform 5000-next-pick thru 5000-next-pick-exit
                       move function char(function ord("a") + ws-pick)
                           to ws-new-ch
                   when ws-ch >= "0" and ws-ch <= "9"
                       move 10 to ws-pick-n
                       perform 5000-next-pick thru 5000-next-pick-exit
                       move function char(function ord("0") + ws-pick)
                           to ws-new-ch
                   when function ord(ws-ch) >= ws-extbase
                       move 128 to ws-pick-n
                       perform 5000-next-pick thru 5000-next-pick-exit
                       move function char(ws-extbase + ws-pick)
                           to ws-new-ch
                   when other
                       move 18 to ws-pick-n
                       perform 5000-next-pick thru 5000-next-pick-exit
                       move ws-punct-set(ws-pick + 1:1) to ws-new-ch
               end-evaluate
               move ws-new-ch to out-env-body(ws-bx:1)
           end-perform.
       4000-synthesize-body-exit.
           exit.

      *the next value off the generator, reduced to 0 .. ws-pick-n - 1
       5000-next-pick.
           compute ws-seed = function mod(ws-seed * 48271, 2147483647)
           compute ws-pick = function mod(ws-seed, ws-pick-n).
       5000-next-pick-exit.
           exit.
       end program tstprov.
