      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *keystr.cob is the key-strength check every keyword goes through
      *before it can land on the key-store - keyadmin.cob asks when an
      *ADD or REPLACE is requested, keyappr.cob asks again when the
      *change is approved, and keysweep.cob asks for every key already
      *on file. The policy file (A3-KEYSTRENGTH-POLICY, default
      *KEYSTRG.TXT, the same class/value line shape as keyage.cob's)
      *sets MINLEN, the shortest keyword allowed, and MINDIST, the
      *fewest different characters, and lists BANNED words no keyword
      *may contain; without the file the standing rules apply. Over
      *those rules, no keyword may be one another key-id holds, or one
      *this key-id held in any earlier version on the version store -
      *a "rotation" back to last year's keyword is no rotation. The
      *caller passes the value exactly as it would land on the store;
      *on a masked store it is recovered through keymask.cob for the
      *length, variety and banned-word rules, and compared masked for
      *reuse, because the same keyword always masks the same way. A
      *NEW value is held against every version of the key-id; a HELD
      *value (the sweep) against every version except the standing
      *one, which is the value itself. The answer is Y or N with the
      *first rule broken, and a flag per rule - length, variety,
      *banned word, held by another key-id, past version - for the
      *sweep's grading. No keyword is ever displayed from here
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. keystr.
       environment division.
       input-output section.
       file-control.
           select policy-file assign to dynamic ws-policy-filename
               organization line sequential
               file status ws-policy-status.
           select key-file assign to dynamic ws-keystore-filename
               organization indexed
               access mode is dynamic
               record key is key-id
               file status ws-key-status.
           select vers-file assign to dynamic ws-vers-filename
               organization indexed
               access mode is dynamic
               record key is kv-key
               file status ws-vers-status.

       data division.
       file section.
       fd policy-file.
       01 policy-rec.
           05 po-class pic x(8).
           05 filler   pic x(1).
           05 po-value pic x(20).
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

       working-storage section.
       01 ws-policy-filename   pic x(100).
       01 ws-keystore-filename pic x(100).
       01 ws-vers-filename     pic x(100).
       01 ws-policy-status     pic x(2).
       01 ws-key-status        pic x(2).
       01 ws-vers-status       pic x(2).
       01 ws-masked            pic x(1).
       01 ws-unmask-dir        pic x(6) value "UNMASK".
       01 ws-mask-ok           pic x(1).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
      *the standing rules - eight characters, five of them different,
      *nothing banned - until the policy file says otherwise
       01 ws-min-len  pic 9(3) comp value 8.
       01 ws-min-dist pic 9(3) comp value 5.
       01 ws-ban-count pic 9(3) comp value 0.
       01 ws-ban-max   pic 9(3) comp value 200.
       01 ws-ban-table.
           05 ws-ban-word pic x(20) occurs 200.
       01 ws-clear     pic x(30).
       01 ws-upper     pic x(30).
       01 ws-ban-upper pic x(20).
       01 ws-len       pic 9(3) comp.
       01 ws-ban-len   pic 9(3) comp.
       01 ws-dist      pic 9(3) comp.
       01 ws-hits      pic 9(3) comp.
       01 ws-ord       pic 9(3) comp.
       01 i            pic 9(3) comp.
       01 ws-seen-table.
           05 ws-seen pic x(1) occurs 256.
      *one flag per rule, in the order the sweep prints them
       01 ws-fails.
           05 ws-fail-len  pic x(1).
           05 ws-fail-dist pic x(1).
           05 ws-fail-ban  pic x(1).
           05 ws-fail-held pic x(1).
           05 ws-fail-past pic x(1).

       linkage section.
       77 lnk-keyid   pic x(20).
       77 lnk-value   pic x(30).
       77 lnk-mode    pic x(4).
       77 lnk-verdict pic x(1).
       77 lnk-reason  pic x(40).
       77 lnk-fails   pic x(5).

       procedure division using lnk-keyid, lnk-value, lnk-mode,
               lnk-verdict, lnk-reason, lnk-fails.
           move "N" to lnk-verdict
           move spaces to lnk-reason
           move "NNNNN" to ws-fails
           accept ws-policy-filename
               from environment "A3-KEYSTRENGTH-POLICY"
           accept ws-keystore-filename
               from environment "A3-KEYSTORE-FILE"
           accept ws-vers-filename from environment "A3-KEYVERS-FILE"
           accept ws-masked from environment "A3-KEYSTORE-MASKED"
           if ws-policy-filename = spaces
               move "KEYSTRG.TXT" to ws-policy-filename
           end-if
           if ws-keystore-filename = spaces
               move "KEYSTORE.DAT" to ws-keystore-filename
           end-if
           if ws-vers-filename = spaces
               move "KEYVERS.DAT" to ws-vers-filename
           end-if
      *a test-region key is held against the TST. twin stores only
           call "region" using ws-keystore-filename
           call "region" using ws-vers-filename
           perform 1000-load-policy thru 1000-load-policy-exit
      *the rules on the keyword itself need it in the clear - a
      *masked value that cannot be recovered cannot be judged, and
      *a keyword that cannot be judged does not pass
           move lnk-value to ws-clear
           if ws-masked = "Y"
               call "keymask" using ws-clear, ws-unmask-dir,
                   ws-mask-ok
               if ws-mask-ok not = "Y"
                   move "MASTER KEY UNAVAILABLE - NOT JUDGED"
                       to lnk-reason
                   move ws-fails to lnk-fails
                   goback
               end-if
           end-if
           perform 2000-check-keyword
           perform 3000-check-held thru 3000-check-held-exit
           perform 4000-check-past thru 4000-check-past-exit
           move ws-fails to lnk-fails
           evaluate true
               when lnk-reason not = spaces
                   continue
               when ws-fail-len = "Y"
                   move "SHORTER THAN THE MINIMUM LENGTH"
                       to lnk-reason
               when ws-fail-dist = "Y"
                   move "TOO FEW DIFFERENT CHARACTERS" to lnk-reason
               when ws-fail-ban = "Y"
                   move "CONTAINS A BANNED WORD" to lnk-reason
               when ws-fail-held = "Y"
                   move "ALREADY HELD BY ANOTHER KEY-ID" to lnk-reason
               when ws-fail-past = "Y"
                   move "REUSES A PAST VERSION OF THIS KEY-ID"
                       to lnk-reason
               when other
                   move "Y" to lnk-verdict
           end-evaluate
           goback.

      *----------------------------------------------------------------
      *the policy file - MINLEN and MINDIST lines move the standing
      *numbers, each BANNED line adds a word; an absent file leaves
      *the standing rules in force
      *----------------------------------------------------------------
       1000-load-policy.
           move 8 to ws-min-len
           move 5 to ws-min-dist
           move 0 to ws-ban-count
           open input policy-file
           if ws-policy-status not = "00"
               go to 1000-load-policy-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read policy-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       evaluate po-class
                           when "MINLEN"
                               compute ws-min-len =
                                   function numval(po-value)
                           when "MINDIST"
                               compute ws-min-dist =
                                   function numval(po-value)
                           when "BANNED"
                               if ws-ban-count < ws-ban-max
                                   and po-value not = spaces
                                   add 1 to ws-ban-count
                                   move po-value
                                       to ws-ban-word(ws-ban-count)
                               end-if
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform
           close policy-file.
       1000-load-policy-exit.
           exit.

      *----------------------------------------------------------------
      *length, variety and banned words - judged on the clear keyword,
      *banned words without regard to case
      *----------------------------------------------------------------
       2000-check-keyword.
           move 0 to ws-len
           perform varying i from 30 by -1 until i < 1 or ws-len > 0
               if ws-clear(i:1) not = space
                   move i to ws-len
               end-if
           end-perform
           if ws-len < ws-min-len
               move "Y" to ws-fail-len
           end-if
           move all "N" to ws-seen-table
           move 0 to ws-dist
           perform varying i from 1 by 1 until i > ws-len
               compute ws-ord = function ord(ws-clear(i:1))
               if ws-seen(ws-ord) = "N"
                   move "Y" to ws-seen(ws-ord)
                   add 1 to ws-dist
               end-if
           end-perform
           if ws-dist < ws-min-dist
               move "Y" to ws-fail-dist
           end-if
           move function upper-case(ws-clear) to ws-upper
           perform varying i from 1 by 1
                   until i > ws-ban-count or ws-fail-ban = "Y"
               move function upper-case(ws-ban-word(i))
                   to ws-ban-upper
               compute ws-ban-len =
                   function length(function trim(ws-ban-upper))
               move 0 to ws-hits
               if ws-len > 0
                   inspect ws-upper(1:ws-len) tallying ws-hits
                       for all ws-ban-upper(1:ws-ban-len)
               end-if
               if ws-hits > 0
                   move "Y" to ws-fail-ban
               end-if
           end-perform.

      *----------------------------------------------------------------
      *no other key-id may hold the same keyword - the whole live
      *store is read, since a keyword is not a key
      *----------------------------------------------------------------
       3000-check-held.
           open input key-file
           if ws-key-status = "35"
               go to 3000-check-held-exit
           end-if
           if ws-key-status not = "00"
               move "KEY-STORE UNAVAILABLE - REUSE NOT CHECKED"
                   to lnk-reason
               go to 3000-check-held-exit
           end-if
           move low-values to key-id
           start key-file key not < key-id
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof or ws-fail-held = "Y"
               read key-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if key-id not = lnk-keyid
                           and key-value = lnk-value
                           move "Y" to ws-fail-held
                       end-if
               end-read
           end-perform
           close key-file.
       3000-check-held-exit.
           exit.

      *----------------------------------------------------------------
      *nor may the key-id go back to a keyword it held before - every
      *version on file for it, bar the standing one when the value
      *being judged is the one already standing
      *----------------------------------------------------------------
       4000-check-past.
           open input vers-file
           if ws-vers-status = "35"
               go to 4000-check-past-exit
           end-if
           if ws-vers-status not = "00"
               if lnk-reason = spaces
                   move "VERSION STORE UNAVAILABLE - NOT CHECKED"
                       to lnk-reason
               end-if
               go to 4000-check-past-exit
           end-if
           move lnk-keyid to kv-keyid
           move 0 to kv-version
           start vers-file key not < kv-key
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof or ws-fail-past = "Y"
               read vers-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if kv-keyid not = lnk-keyid
                           move "Y" to ws-eof-sw
                       else
                           if kv-value = lnk-value
                               and (lnk-mode not = "HELD"
                                   or kv-eff-to not = spaces)
                               move "Y" to ws-fail-past
                           end-if
                       end-if
               end-read
           end-perform
           close vers-file.
       4000-check-past-exit.
           exit.
       end program keystr.
