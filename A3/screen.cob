      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *screen.cob is the content screen the batch run puts every body
      *through before it is ciphered - once a body is ciphered and on
      *its way nobody can see what was in it, and compliance found
      *card numbers and national ID numbers in free text. The rules
      *come from a rules file (A3-SCREEN-RULES), one rule per line:
      *a digit run of a given length range, optionally Luhn-checked
      *(DIGT); an ID-number format, 9 for a digit, A for a letter and
      *anything else literal (IDFM); or a banned word (WORD) - each
      *for every category or for one. Each rule carries its own
      *disposition: LOG passes the record and logs the hit, MASK
      *masks the matched characters (all but the last four of a digit
      *run or an ID number) and logs it, DIVT diverts the whole record
      *to the compliance review file for a person to judge. Every
      *rule is tried against the body as it arrived; the strongest
      *disposition any rule took decides the record - divert, then
      *mask, then pass. Every hit goes to the screening log for the
      *daily report (scrnrpt.cob), and the log never holds a matched
      *value in full - only its last four characters. A hit that
      *cannot be logged diverts the record rather than letting it
      *pass unrecorded
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. screen.
       environment division.
       input-output section.
       file-control.
           select rule-file assign to dynamic ws-rule-filename
               organization line sequential
               file status ws-rule-status.
           select log-file assign to dynamic ws-log-filename
               organization line sequential
               file status ws-log-status.

       data division.
       file section.
       fd rule-file.
       01 rule-rec.
           05 sr-rule-id  pic x(8).
           05 filler      pic x(1).
           05 sr-type     pic x(4).
           05 filler      pic x(1).
           05 sr-action   pic x(4).
           05 filler      pic x(1).
           05 sr-category pic x(4).
           05 filler      pic x(1).
           05 sr-pattern  pic x(30).
      *a digit-run rule's pattern is its shortest and longest run and
      *whether the run must pass the Luhn check - "13 19 Y"
           05 sr-digit-parms redefines sr-pattern.
               10 sr-min-text pic x(2).
               10 filler      pic x(1).
               10 sr-max-text pic x(2).
               10 filler      pic x(1).
               10 sr-luhn     pic x(1).
               10 filler      pic x(23).
       fd log-file.
       01 log-rec.
           05 sl-date     pic x(8).
           05 filler      pic x(1).
           05 sl-time     pic x(6).
           05 filler      pic x(1).
           05 sl-dept     pic x(8).
           05 filler      pic x(1).
           05 sl-category pic x(4).
           05 filler      pic x(1).
           05 sl-msgid    pic x(14).
           05 filler      pic x(1).
           05 sl-rule     pic x(8).
           05 filler      pic x(1).
           05 sl-type     pic x(4).
           05 filler      pic x(1).
           05 sl-action   pic x(6).
           05 filler      pic x(1).
           05 sl-pos      pic 9(4).
           05 filler      pic x(1).
           05 sl-len      pic 9(2).
           05 filler      pic x(1).
           05 sl-excerpt  pic x(20).

       working-storage section.
       01 ws-rule-filename pic x(100).
       01 ws-log-filename  pic x(100).
       01 ws-rule-status   pic x(2).
       01 ws-log-status    pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-today      pic x(8).
       01 ws-now        pic x(8).
      *the rules as loaded - once per session, or once per run of the
      *calling program outside one
       01 ws-loaded     pic x(1) value "N".
       01 ws-load-ok    pic x(1) value "N".
       01 ws-sr-count   pic 9(3) comp value 0.
       01 ws-sr-limit   pic 9(3) comp value 50.
       01 ws-sr-tbl.
           05 ws-sr-row occurs 50.
               10 ws-sr-id       pic x(8).
               10 ws-sr-type     pic x(4).
               10 ws-sr-action   pic x(4).
               10 ws-sr-category pic x(4).
               10 ws-sr-pattern  pic x(30).
               10 ws-sr-plen     pic 9(2) comp.
               10 ws-sr-min      pic 9(2) comp.
               10 ws-sr-max      pic 9(2) comp.
               10 ws-sr-luhn     pic x(1).
       01 r             pic 9(3) comp.
      *a run-long session keeps the screening log open
       01 ws-session-sw pic x(1) value "N".
           88 ws-in-session value "Y".
       01 ws-log-open   pic x(1) value "N".
      *the body as it arrived (every rule looks at this), the same
      *upper-cased for the word rules, and the copy masks are made in
       01 ws-orig       pic x(5000).
       01 ws-upper      pic x(5000).
       01 ws-work       pic x(5000).
       01 ws-len        pic 9(4) comp.
       01 ws-verdict    pic x(1).
      *scanning
       01 p             pic 9(4) comp.
       01 q             pic 9(4) comp.
       01 k             pic 9(4) comp.
       01 ws-run-start  pic 9(4) comp.
       01 ws-run-last   pic 9(4) comp.
       01 ws-run-done   pic x(1).
       01 ws-ndig       pic 9(4) comp.
       01 ws-dig-tbl.
           05 ws-dig    pic 9(1) occurs 40.
       01 ws-ch         pic x(1).
       01 ws-pc         pic x(1).
       01 ws-alnum      pic x(1).
       01 ws-fit        pic x(1).
      *the Luhn check
       01 ws-luhn-sum   pic 9(4) comp.
       01 ws-luhn-d     pic 9(2) comp.
       01 ws-luhn-alt   pic x(1).
       01 ws-luhn-ok    pic x(1).
      *one hit
       01 ws-hit-pos    pic 9(4) comp.
       01 ws-hit-len    pic 9(4) comp.
       01 ws-keep       pic 9(2) comp.
       01 ws-exc        pic x(20).
       01 ws-exc-from   pic 9(4) comp.
       01 ws-exc-len    pic 9(2) comp.

       linkage section.
       77 lnk-body      pic x(5000).
       77 lnk-dept      pic x(8).
       77 lnk-category  pic x(4).
       77 lnk-msgid     pic x(14).
       77 lnk-verdict   pic x(1).
       77 lnk-rule      pic x(8).
       77 lnk-session   pic x(5).

       procedure division using lnk-body, lnk-dept, lnk-category,
               lnk-msgid, lnk-verdict, lnk-rule,
               optional lnk-session.
      *a session call loads the rules (answering Y or N in the
      *verdict) or closes the log, and screens nothing
           if lnk-session is not omitted and lnk-session not = spaces
               perform 6000-session thru 6000-session-exit
               goback
           end-if
           move "P" to lnk-verdict
           move spaces to lnk-rule
           if ws-loaded not = "Y"
               perform 1000-load-rules thru 1000-load-rules-exit
           end-if
      *rules that could not be loaded screen nothing - so nothing is
      *allowed through unscreened
           if ws-load-ok not = "Y"
               move "D" to lnk-verdict
               move "NORULES" to lnk-rule
               goback
           end-if
           if not ws-in-session
               call "busdate" using ws-today
           end-if
           perform 2000-screen-body thru 2000-screen-body-exit
           if not ws-in-session and ws-log-open = "Y"
               close log-file
               move "N" to ws-log-open
           end-if
           goback.

      *----------------------------------------------------------------
      *name the files and load the rules; a rules file that will not
      *open fails the load, a bad rule line is reported and skipped
      *----------------------------------------------------------------
       1000-load-rules.
           move "Y" to ws-loaded
           move "N" to ws-load-ok
           move 0 to ws-sr-count
           accept ws-rule-filename from environment "A3-SCREEN-RULES"
           accept ws-log-filename from environment "A3-SCREEN-LOG"
           if ws-rule-filename = spaces
               move "SCRNRULE.TXT" to ws-rule-filename
           end-if
           if ws-log-filename = spaces
               move "SCRNLOG.TXT" to ws-log-filename
           end-if
           call "region" using ws-log-filename
           open input rule-file
           if ws-rule-status not = "00"
               display "SCREEN: cannot open screening rules "
                   function trim(ws-rule-filename)
                   " status " ws-rule-status
               go to 1000-load-rules-exit
           end-if
           move "N" to ws-eof-sw
           perform until ws-eof
               read rule-file
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       if rule-rec not = spaces
                           and rule-rec(1:1) not = "*"
                           perform 1500-take-rule
                               thru 1500-take-rule-exit
                       end-if
               end-read
           end-perform
           close rule-file
           move "Y" to ws-load-ok.
       1000-load-rules-exit.
           exit.

       1500-take-rule.
           if ws-sr-count not < ws-sr-limit
               display "SCREEN: rules table full - rule "
                   sr-rule-id " ignored"
               go to 1500-take-rule-exit
           end-if
           if sr-type not = "DIGT" and sr-type not = "IDFM"
               and sr-type not = "WORD"
               display "SCREEN: rule " sr-rule-id
                   " has no known type - ignored"
               go to 1500-take-rule-exit
           end-if
           if sr-action not = "LOG" and sr-action not = "MASK"
               and sr-action not = "DIVT"
               display "SCREEN: rule " sr-rule-id
                   " has no known disposition - ignored"
               go to 1500-take-rule-exit
           end-if
           if sr-pattern = spaces
               display "SCREEN: rule " sr-rule-id
                   " has no pattern - ignored"
               go to 1500-take-rule-exit
           end-if
           add 1 to ws-sr-count
           move sr-rule-id to ws-sr-id(ws-sr-count)
           move sr-type to ws-sr-type(ws-sr-count)
           move sr-action to ws-sr-action(ws-sr-count)
           move sr-category to ws-sr-category(ws-sr-count)
           move function upper-case(sr-pattern)
               to ws-sr-pattern(ws-sr-count)
           move function length(function trim(sr-pattern trailing))
               to ws-sr-plen(ws-sr-count)
           move 0 to ws-sr-min(ws-sr-count)
           move 0 to ws-sr-max(ws-sr-count)
           move "N" to ws-sr-luhn(ws-sr-count)
           if sr-type = "DIGT"
               compute ws-sr-min(ws-sr-count) =
                   function numval(sr-min-text)
               compute ws-sr-max(ws-sr-count) =
                   function numval(sr-max-text)
               move sr-luhn to ws-sr-luhn(ws-sr-count)
               if ws-sr-min(ws-sr-count) = 0
                   or ws-sr-max(ws-sr-count) < ws-sr-min(ws-sr-count)
                   or ws-sr-max(ws-sr-count) > 40
                   display "SCREEN: rule " sr-rule-id
                       " has no usable digit range - ignored"
                   subtract 1 from ws-sr-count
               end-if
           end-if.
       1500-take-rule-exit.
           exit.

      *----------------------------------------------------------------
      *every rule for this category against the body as it arrived
      *----------------------------------------------------------------
       2000-screen-body.
           move lnk-body to ws-orig
           move lnk-body to ws-work
           move function upper-case(lnk-body) to ws-upper
           move function length(function trim(lnk-body trailing))
               to ws-len
           if lnk-body = spaces
               go to 2000-screen-body-exit
           end-if
           move "P" to ws-verdict
           perform varying r from 1 by 1 until r > ws-sr-count
               if ws-sr-category(r) = spaces
                   or ws-sr-category(r) = lnk-category
                   evaluate ws-sr-type(r)
                       when "DIGT"
                           perform 3000-scan-digits
                               thru 3000-scan-digits-exit
                       when "IDFM"
                           perform 3500-scan-format
                               thru 3500-scan-format-exit
                       when "WORD"
                           perform 3700-scan-word
                               thru 3700-scan-word-exit
                   end-evaluate
               end-if
           end-perform
      *a diverted record goes to review exactly as it arrived; a
      *masked one goes on with its masks in place
           move ws-verdict to lnk-verdict
           if ws-verdict = "M"
               move ws-work to lnk-body
           end-if.
       2000-screen-body-exit.
           exit.

      *----------------------------------------------------------------
      *digit runs - consecutive digits, allowing a single space or
      *hyphen between two digits ("4111 1111 1111 1111"), counted
      *and (where the rule says) Luhn-checked
      *----------------------------------------------------------------
       3000-scan-digits.
           move 1 to p
           perform until p > ws-len
               move ws-orig(p:1) to ws-ch
               if ws-ch < "0" or ws-ch > "9"
                   add 1 to p
               else
                   perform 3100-take-run thru 3100-take-run-exit
                   compute p = ws-run-last + 1
               end-if
           end-perform.
       3000-scan-digits-exit.
           exit.

       3100-take-run.
           move p to ws-run-start
           move p to ws-run-last
           move 0 to ws-ndig
           move p to q
           move "N" to ws-run-done
           perform until ws-run-done = "Y" or q > ws-len
               move ws-orig(q:1) to ws-ch
               if ws-ch >= "0" and ws-ch <= "9"
                   add 1 to ws-ndig
                   if ws-ndig <= 40
                       move ws-ch to ws-dig(ws-ndig)
                   end-if
                   move q to ws-run-last
                   add 1 to q
               else
                   if (ws-ch = space or ws-ch = "-") and q < ws-len
                       and ws-orig(q + 1:1) >= "0"
                       and ws-orig(q + 1:1) <= "9"
                       add 1 to q
                   else
                       move "Y" to ws-run-done
                   end-if
               end-if
           end-perform
           if ws-ndig < ws-sr-min(r) or ws-ndig > ws-sr-max(r)
               go to 3100-take-run-exit
           end-if
           if ws-sr-luhn(r) = "Y"
               perform 3200-luhn thru 3200-luhn-exit
               if ws-luhn-ok not = "Y"
                   go to 3100-take-run-exit
               end-if
           end-if
           move ws-run-start to ws-hit-pos
           compute ws-hit-len = ws-run-last - ws-run-start + 1
           perform 4000-hit thru 4000-hit-exit.
       3100-take-run-exit.
           exit.

      *from the rightmost digit, every second digit doubled (less
      *nine past nine); the run passes when the sum ends in zero
       3200-luhn.
           move 0 to ws-luhn-sum
           move "N" to ws-luhn-alt
           perform varying k from ws-ndig by -1 until k < 1
               move ws-dig(k) to ws-luhn-d
               if ws-luhn-alt = "Y"
                   compute ws-luhn-d = ws-luhn-d * 2
                   if ws-luhn-d > 9
                       subtract 9 from ws-luhn-d
                   end-if
                   move "N" to ws-luhn-alt
               else
                   move "Y" to ws-luhn-alt
               end-if
               add ws-luhn-d to ws-luhn-sum
           end-perform
           if function mod(ws-luhn-sum, 10) = 0
               move "Y" to ws-luhn-ok
           else
               move "N" to ws-luhn-ok
           end-if.
       3200-luhn-exit.
           exit.

      *----------------------------------------------------------------
      *ID-number formats - the picture laid over each position, with
      *no letter or digit running on at either end
      *----------------------------------------------------------------
       3500-scan-format.
           move 1 to p
           perform until p + ws-sr-plen(r) - 1 > ws-len
               move "N" to ws-fit
               move "Y" to ws-alnum
               if p > 1
                   move ws-orig(p - 1:1) to ws-ch
                   perform 4800-is-alnum thru 4800-is-alnum-exit
               end-if
               if p = 1 or ws-alnum = "N"
                   move "Y" to ws-fit
                   perform varying k from 1 by 1
                           until k > ws-sr-plen(r) or ws-fit = "N"
                       move ws-sr-pattern(r)(k:1) to ws-pc
                       move ws-upper(p + k - 1:1) to ws-ch
                       evaluate true
                           when ws-pc = "9"
                               if ws-ch < "0" or ws-ch > "9"
                                   move "N" to ws-fit
                               end-if
                           when ws-pc = "A"
                               if ws-ch < "A" or ws-ch > "Z"
                                   move "N" to ws-fit
                               end-if
                           when other
                               if ws-ch not = ws-pc
                                   move "N" to ws-fit
                               end-if
                       end-evaluate
                   end-perform
               end-if
               if ws-fit = "Y" and p + ws-sr-plen(r) <= ws-len
                   move ws-orig(p + ws-sr-plen(r):1) to ws-ch
                   perform 4800-is-alnum thru 4800-is-alnum-exit
                   if ws-alnum = "Y"
                       move "N" to ws-fit
                   end-if
               end-if
               if ws-fit = "Y"
                   move p to ws-hit-pos
                   move ws-sr-plen(r) to ws-hit-len
                   perform 4000-hit thru 4000-hit-exit
                   add ws-sr-plen(r) to p
               else
                   add 1 to p
               end-if
           end-perform.
       3500-scan-format-exit.
           exit.

      *----------------------------------------------------------------
      *banned words - any case, as a whole word
      *----------------------------------------------------------------
       3700-scan-word.
           move 1 to p
           perform until p + ws-sr-plen(r) - 1 > ws-len
               move "N" to ws-fit
               if ws-upper(p:ws-sr-plen(r)) =
                       ws-sr-pattern(r)(1:ws-sr-plen(r))
                   move "Y" to ws-fit
                   if p > 1
                       move ws-orig(p - 1:1) to ws-ch
                       perform 4800-is-alnum thru 4800-is-alnum-exit
                       if ws-alnum = "Y"
                           move "N" to ws-fit
                       end-if
                   end-if
                   if p + ws-sr-plen(r) <= ws-len
                       move ws-orig(p + ws-sr-plen(r):1) to ws-ch
                       perform 4800-is-alnum thru 4800-is-alnum-exit
                       if ws-alnum = "Y"
                           move "N" to ws-fit
                       end-if
                   end-if
               end-if
               if ws-fit = "Y"
                   move p to ws-hit-pos
                   move ws-sr-plen(r) to ws-hit-len
                   perform 4000-hit thru 4000-hit-exit
                   add ws-sr-plen(r) to p
               else
                   add 1 to p
               end-if
           end-perform.
       3700-scan-word-exit.
           exit.

      *----------------------------------------------------------------
      *one hit - masked in the work copy when the rule says so,
      *logged with its last four characters only, and the record's
      *verdict raised to the rule's disposition
      *----------------------------------------------------------------
       4000-hit.
           move spaces to log-rec
           move ws-today to sl-date
           accept ws-now from time
           move ws-now(1:6) to sl-time
           move lnk-dept to sl-dept
           move lnk-category to sl-category
           move lnk-msgid to sl-msgid
           move ws-sr-id(r) to sl-rule
           move ws-sr-type(r) to sl-type
           move ws-hit-pos to sl-pos
           if ws-hit-len > 99
               move 99 to sl-len
           else
               move ws-hit-len to sl-len
           end-if
      *a banned word is the rule's own text - the log names the rule
      *and leaves the excerpt blank; anything else shows its last
      *four letters or digits at most
           if ws-sr-type(r) not = "WORD"
               perform 4500-build-excerpt thru 4500-build-excerpt-exit
               move ws-exc to sl-excerpt
           end-if
           evaluate ws-sr-action(r)
               when "LOG"
                   move "LOGGED" to sl-action
               when "MASK"
                   move "MASKED" to sl-action
                   perform 4600-mask-hit thru 4600-mask-hit-exit
                   if ws-verdict = "P"
                       move "M" to ws-verdict
                       move ws-sr-id(r) to lnk-rule
                   end-if
               when "DIVT"
                   move "DIVERT" to sl-action
                   if ws-verdict not = "D"
                       move "D" to ws-verdict
                       move ws-sr-id(r) to lnk-rule
                   end-if
           end-evaluate
           perform 4900-write-log thru 4900-write-log-exit.
       4000-hit-exit.
           exit.

      *the last (up to) twenty characters of the match, every letter
      *and digit but the last four starred out
       4500-build-excerpt.
           move spaces to ws-exc
           move ws-hit-len to ws-exc-len
           if ws-hit-len > 20
               move 20 to ws-exc-len
           end-if
           compute ws-exc-from = ws-hit-pos + ws-hit-len - ws-exc-len
           move ws-orig(ws-exc-from:ws-exc-len) to ws-exc
           move 0 to ws-keep
           perform varying k from ws-exc-len by -1 until k < 1
               move ws-exc(k:1) to ws-ch
               perform 4800-is-alnum thru 4800-is-alnum-exit
               if ws-alnum = "Y"
                   if ws-keep < 4
                       add 1 to ws-keep
                   else
                       move "*" to ws-exc(k:1)
                   end-if
               end-if
           end-perform.
       4500-build-excerpt-exit.
           exit.

      *a banned word is starred out whole; a digit run or ID number
      *keeps its last four letters or digits, as on a card receipt
       4600-mask-hit.
           move 0 to ws-keep
           compute q = ws-hit-pos + ws-hit-len - 1
           perform varying k from q by -1 until k < ws-hit-pos
               move ws-orig(k:1) to ws-ch
               perform 4800-is-alnum thru 4800-is-alnum-exit
               if ws-alnum = "Y"
                   if ws-keep < 4 and ws-sr-type(r) not = "WORD"
                       add 1 to ws-keep
                   else
                       move "*" to ws-work(k:1)
                   end-if
               end-if
           end-perform.
       4600-mask-hit-exit.
           exit.

       4800-is-alnum.
           if (ws-ch >= "A" and ws-ch <= "Z")
               or (ws-ch >= "a" and ws-ch <= "z")
               or (ws-ch >= "0" and ws-ch <= "9")
               move "Y" to ws-alnum
           else
               move "N" to ws-alnum
           end-if.
       4800-is-alnum-exit.
           exit.

      *a hit nobody can see afterwards has not been screened - a log
      *that cannot be written diverts the record
       4900-write-log.
           if ws-log-open not = "Y"
               open extend log-file
               if ws-log-status = "35"
                   open output log-file
               end-if
               if ws-log-status not = "00"
                   display "SCREEN: screening log "
                       function trim(ws-log-filename)
                       " unavailable, status " ws-log-status
                   move "D" to ws-verdict
                   move "NOLOG" to lnk-rule
                   go to 4900-write-log-exit
               end-if
               move "Y" to ws-log-open
           end-if
           write log-rec
           if ws-log-status not = "00"
               display "SCREEN: write failed on screening log, "
                   "status " ws-log-status
               move "D" to ws-verdict
               move "NOLOG" to lnk-rule
           end-if.
       4900-write-log-exit.
           exit.

      *----------------------------------------------------------------
      *OPEN loads the rules and dates the session, answering whether
      *the rules loaded; CLOSE closes the log
      *----------------------------------------------------------------
       6000-session.
           if lnk-session = "OPEN"
               perform 1000-load-rules thru 1000-load-rules-exit
               call "busdate" using ws-today
               move "Y" to ws-session-sw
               if ws-load-ok = "Y"
                   move "Y" to lnk-verdict
               else
                   move "N" to lnk-verdict
               end-if
               go to 6000-session-exit
           end-if
           if lnk-session = "CLOSE"
               if ws-log-open = "Y"
                   close log-file
                   move "N" to ws-log-open
               end-if
               move "N" to ws-session-sw
           end-if.
       6000-session-exit.
           exit.
       end program screen.
