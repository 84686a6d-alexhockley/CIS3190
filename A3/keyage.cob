      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *keyage.cob is the key-age compliance report - schedrpt.cob
      *previews the rotation schedule, but nothing looked at how old
      *the live department keys actually are, and the auditors want
      *every key rotated inside its limit. Every key-id on the
      *key-store is listed with its current version (the highest on
      *the version store, keystore.cob's rule), that version's
      *effective-from date, its age in days and the days left to the
      *limit for its class. The policy file gives the maximum age per
      *class - DEFAULT, DBLPASS for the layering keys double-pass
      *profiles name, PARTNER for the key-ids (or key-id prefixes
      *ending in *) its PARTKEY lines list - and may move the WARN
      *window from its standing 14 days. A key inside the window
      *raises a WARN alert, an overdue key a CRIT. No key value is
      *ever read into a print line - the report ends up in job logs
      *
      *Modification history:
      *2026-10-15  AH  original version
      *2026-10-15  AH  carry the compromise marker on the version
      *                record
      *2026-10-15  AH  carry the quota columns the department profile
      *                record now ends with

       identification division.
       program-id. keyage.
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
           select prof-file assign to dynamic ws-prof-filename
               organization indexed
               access mode is dynamic
               record key is dp-dept-id
               file status ws-prof-status.
           select report-file assign to dynamic ws-report-filename
               organization line sequential
               file status ws-report-status.

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
               88 kv-compromised value "C".
           05 kv-comp-date pic x(8).
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
       fd report-file.
       01 report-rec pic x(100).

       working-storage section.
       01 ws-policy-filename   pic x(100).
       01 ws-keystore-filename pic x(100).
       01 ws-vers-filename     pic x(100).
       01 ws-prof-filename     pic x(100).
       01 ws-report-filename   pic x(100).
       01 ws-policy-status  pic x(2).
       01 ws-key-status     pic x(2).
       01 ws-vers-status    pic x(2).
       01 ws-prof-status    pic x(2).
       01 ws-report-status  pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-vers-eof-sw pic x(1).
           88 ws-vers-eof value "Y".
       01 ws-vers-open-sw pic x(1) value "N".
      *the standing policy - 90 days for every class and a 14-day
      *warning window, until the policy file says otherwise
       01 ws-max-default pic 9(5) comp value 90.
       01 ws-max-dblpass pic 9(5) comp value 90.
       01 ws-max-partner pic 9(5) comp value 90.
       01 ws-warn-days   pic 9(5) comp value 14.
      *partner key-ids (or prefixes) and double-pass layering keys
       01 ws-pk-count pic 9(3) comp value 0.
       01 ws-pk-max   pic 9(3) comp value 100.
       01 ws-pk-table.
           05 ws-pk-keyid pic x(20) occurs 100.
       01 ws-dk-count pic 9(3) comp value 0.
       01 ws-dk-max   pic 9(3) comp value 100.
       01 ws-dk-table.
           05 ws-dk-keyid pic x(20) occurs 100.
       01 i            pic 9(3) comp.
       01 ws-plen      pic 9(3) comp.
       01 ws-class     pic x(8).
       01 ws-max-days  pic 9(5) comp.
       01 ws-cur-ver   pic 9(3).
       01 ws-eff-from  pic x(8).
       01 ws-busdate   pic x(8).
       01 ws-today-int pic 9(8) comp.
       01 ws-eff-int   pic 9(8) comp.
       01 ws-age       pic s9(7) comp.
       01 ws-to-limit  pic s9(7) comp.
       01 ws-key-count  pic 9(5) comp value 0.
       01 ws-ok-count   pic 9(5) comp value 0.
       01 ws-warn-count pic 9(5) comp value 0.
       01 ws-crit-count pic 9(5) comp value 0.
       01 ws-days-disp  pic -(5)9.
       01 ws-hdr1 pic x(90) value
           "KEY-ID               CLASS     VER EFF-FROM    AGE  TO-LIM
      -    "IT  STATUS".
       01 ws-detail.
           05 ws-de-keyid  pic x(20).
           05 filler       pic x(1) value space.
           05 ws-de-class  pic x(8).
           05 filler       pic x(1) value space.
           05 ws-de-ver    pic zz9.
           05 filler       pic x(1) value space.
           05 ws-de-eff    pic x(8).
           05 filler       pic x(1) value space.
           05 ws-de-age    pic -(5)9.
           05 filler       pic x(1) value space.
           05 ws-de-limit  pic -(6)9.
           05 filler       pic x(2) value spaces.
           05 ws-de-status pic x(8).
       01 ws-sum-line.
           05 ws-sl-label pic x(30).
           05 ws-sl-count pic z(4)9.
       01 ws-alert-job pic x(10) value "KEYAGE".
       01 ws-alert-sev pic x(4).
       01 ws-alert-msg pic x(60).

       procedure division.
           accept ws-policy-filename
               from environment "A3-KEYAGE-POLICY"
           accept ws-keystore-filename
               from environment "A3-KEYSTORE-FILE"
           accept ws-vers-filename from environment "A3-KEYVERS-FILE"
           accept ws-prof-filename
               from environment "A3-DEPTPROF-FILE"
           accept ws-report-filename
               from environment "A3-KEYAGE-REPORT"
           if ws-policy-filename = spaces
               move "KEYAGE.TXT" to ws-policy-filename
           end-if
           if ws-keystore-filename = spaces
               move "KEYSTORE.DAT" to ws-keystore-filename
           end-if
           if ws-vers-filename = spaces
               move "KEYVERS.DAT" to ws-vers-filename
           end-if
           if ws-prof-filename = spaces
               move "DEPTPROF.DAT" to ws-prof-filename
           end-if
           if ws-report-filename = spaces
               move "KEYAGERPT.TXT" to ws-report-filename
           end-if
           call "region" using ws-keystore-filename
           call "region" using ws-vers-filename
           call "busdate" using ws-busdate
           compute ws-today-int =
               function integer-of-date(function numval(ws-busdate))
           perform 1000-load-policy
               thru 1000-load-policy-exit
           perform 1500-load-layering-keys
               thru 1500-load-layering-keys-exit
           open input key-file
           if ws-key-status not = "00"
               display "KEYAGE: cannot open key-store "
                   function trim(ws-keystore-filename)
                   " status " ws-key-status
               move 12 to return-code
               goback
           end-if
           open input vers-file
           if ws-vers-status = "00"
               move "Y" to ws-vers-open-sw
           else
               display "KEYAGE: no version store "
                   function trim(ws-vers-filename)
                   " - every key reports undated"
           end-if
           open output report-file
           if ws-report-status not = "00"
               display "KEYAGE: cannot open report file "
                   function trim(ws-report-filename)
               close key-file
               if ws-vers-open-sw = "Y"
                   close vers-file
               end-if
               move 12 to return-code
               goback
           end-if
           move spaces to report-rec
           string "KEY AGE AS AT " delimited by size
               ws-busdate delimited by size
               into report-rec
           end-string
           write report-rec
           write report-rec from ws-hdr1
           move low-values to key-id
           start key-file key not < key-id
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read key-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       perform 2000-age-one-key
                           thru 2000-age-one-key-exit
               end-read
           end-perform
           close key-file
           if ws-vers-open-sw = "Y"
               close vers-file
           end-if
           perform 8000-write-summary
           close report-file
           display "KEYAGE: " ws-key-count " key(s) - " ws-ok-count
               " in date, " ws-warn-count " WARN, " ws-crit-count
               " CRIT; report in " function trim(ws-report-filename)
           if ws-crit-count > 0
               move 8 to return-code
           else
               if ws-warn-count > 0
                   move 4 to return-code
               end-if
           end-if
           goback.

      *----------------------------------------------------------------
      *the policy file - a class line sets that class's maximum age,
      *WARNDAYS moves the warning window, PARTKEY names a partner
      *key-id (a trailing * makes it a prefix); an absent file leaves
      *the standing numbers in force
      *----------------------------------------------------------------
       1000-load-policy.
           open input policy-file
           if ws-policy-status not = "00"
               display "KEYAGE: no policy file - standing limits "
                   "apply"
               go to 1000-load-policy-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read policy-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       evaluate po-class
                           when "DEFAULT"
                               compute ws-max-default =
                                   function numval(po-value)
                           when "DBLPASS"
                               compute ws-max-dblpass =
                                   function numval(po-value)
                           when "PARTNER"
                               compute ws-max-partner =
                                   function numval(po-value)
                           when "WARNDAYS"
                               compute ws-warn-days =
                                   function numval(po-value)
                           when "PARTKEY"
                               if ws-pk-count < ws-pk-max
                                   add 1 to ws-pk-count
                                   move po-value
                                       to ws-pk-keyid(ws-pk-count)
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
      *the layering keys - whatever second key-id a double-pass
      *profile names is a DBLPASS-class key
      *----------------------------------------------------------------
       1500-load-layering-keys.
           open input prof-file
           if ws-prof-status not = "00"
               go to 1500-load-layering-keys-exit
           end-if
           move low-values to dp-dept-id
           start prof-file key not < dp-dept-id
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read prof-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if dp-double-pass = "Y"
                           and dp-key-id2 not = spaces
                           and ws-dk-count < ws-dk-max
                           add 1 to ws-dk-count
                           move dp-key-id2 to ws-dk-keyid(ws-dk-count)
                       end-if
               end-read
           end-perform
           close prof-file.
       1500-load-layering-keys-exit.
           exit.

      *----------------------------------------------------------------
      *one live key-id - its class, its current version and when that
      *version took effect, then the verdict; only the key-id ever
      *reaches the print line or the alert
      *----------------------------------------------------------------
       2000-age-one-key.
           add 1 to ws-key-count
           perform 2200-classify-key
           perform 2400-find-current-version
               thru 2400-find-current-version-exit
           move spaces to ws-detail
           move key-id to ws-de-keyid
           move ws-class to ws-de-class
           move ws-cur-ver to ws-de-ver
           move ws-eff-from to ws-de-eff
      *a key with no dated version cannot prove its rotation - it is
      *reported, and warned on, rather than assumed fresh
           if ws-eff-from = spaces or ws-eff-from is not numeric
               move "UNDATED" to ws-de-status
               add 1 to ws-warn-count
               write report-rec from ws-detail
               move "WARN" to ws-alert-sev
               move spaces to ws-alert-msg
               string "key " delimited by size
                   function trim(key-id) delimited by size
                   " has no dated version - age unknown"
                       delimited by size
                   into ws-alert-msg
               end-string
               call "alertlog" using ws-alert-job, ws-alert-sev,
                   ws-alert-msg
               go to 2000-age-one-key-exit
           end-if
           compute ws-eff-int =
               function integer-of-date(function numval(ws-eff-from))
           compute ws-age = ws-today-int - ws-eff-int
           compute ws-to-limit = ws-max-days - ws-age
           move ws-age to ws-de-age
           move ws-to-limit to ws-de-limit
           evaluate true
               when ws-to-limit < 0
                   move "CRIT" to ws-alert-sev
                   move "OVERDUE" to ws-de-status
                   add 1 to ws-crit-count
               when ws-to-limit <= ws-warn-days
                   move "WARN" to ws-alert-sev
                   move "DUE SOON" to ws-de-status
                   add 1 to ws-warn-count
               when other
                   move "OK" to ws-de-status
                   add 1 to ws-ok-count
           end-evaluate
           write report-rec from ws-detail
           if ws-de-status = "OK"
               go to 2000-age-one-key-exit
           end-if
           move spaces to ws-alert-msg
           move ws-to-limit to ws-days-disp
           if ws-to-limit < 0
               compute ws-days-disp = 0 - ws-to-limit
               string "key " delimited by size
                   function trim(key-id) delimited by size
                   " overdue for rotation by " delimited by size
                   function trim(ws-days-disp) delimited by size
                   " day(s)" delimited by size
                   into ws-alert-msg
               end-string
           else
               string "key " delimited by size
                   function trim(key-id) delimited by size
                   " due for rotation in " delimited by size
                   function trim(ws-days-disp) delimited by size
                   " day(s)" delimited by size
                   into ws-alert-msg
               end-string
           end-if
           call "alertlog" using ws-alert-job, ws-alert-sev,
               ws-alert-msg.
       2000-age-one-key-exit.
           exit.

       2200-classify-key.
           move "DEFAULT" to ws-class
           move ws-max-default to ws-max-days
           perform varying i from 1 by 1 until i > ws-dk-count
               if ws-dk-keyid(i) = key-id
                   move "DBLPASS" to ws-class
                   move ws-max-dblpass to ws-max-days
                   move ws-dk-count to i
               end-if
           end-perform
           perform varying i from 1 by 1 until i > ws-pk-count
               move 0 to ws-plen
               inspect ws-pk-keyid(i) tallying ws-plen
                   for characters before initial "*"
               if ws-plen < 20 and ws-plen > 0
                   if key-id(1:ws-plen) = ws-pk-keyid(i)(1:ws-plen)
                       move "PARTNER" to ws-class
                       move ws-max-partner to ws-max-days
                       move ws-pk-count to i
                   end-if
               else
                   if key-id = ws-pk-keyid(i)
                       move "PARTNER" to ws-class
                       move ws-max-partner to ws-max-days
                       move ws-pk-count to i
                   end-if
               end-if
           end-perform.

      *----------------------------------------------------------------
      *the current version is the highest on the version store for
      *the key-id; a key-id from before versioning has none
      *----------------------------------------------------------------
       2400-find-current-version.
           move 0 to ws-cur-ver
           move spaces to ws-eff-from
           if ws-vers-open-sw not = "Y"
               go to 2400-find-current-version-exit
           end-if
           move key-id to kv-keyid
           move 0 to kv-version
           start vers-file key not < kv-key
               invalid key
                   go to 2400-find-current-version-exit
           end-start
           move "N" to ws-vers-eof-sw
           perform until ws-vers-eof
               read vers-file next
                   at end
                       move "Y" to ws-vers-eof-sw
                   not at end
                       if kv-keyid not = key-id
                           move "Y" to ws-vers-eof-sw
                       else
                           move kv-version to ws-cur-ver
                           move kv-eff-from to ws-eff-from
                       end-if
               end-read
           end-perform.
       2400-find-current-version-exit.
           exit.

       8000-write-summary.
           move spaces to report-rec
           write report-rec
           move "KEYS ON THE STORE" to ws-sl-label
           move ws-key-count to ws-sl-count
           write report-rec from ws-sum-line
           move "IN DATE" to ws-sl-label
           move ws-ok-count to ws-sl-count
           write report-rec from ws-sum-line
           move "WARN (DUE SOON OR UNDATED)" to ws-sl-label
           move ws-warn-count to ws-sl-count
           write report-rec from ws-sum-line
           move "CRIT (OVERDUE)" to ws-sl-label
           move ws-crit-count to ws-sl-count
           write report-rec from ws-sum-line.
       end program keyage.
