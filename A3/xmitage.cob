      *
      *Modification history:
      *2026-09-02  AH  original version
      *2026-10-15  AH  an entry accepted with returns (retmatch.cob
      *                marks it R) is acknowledged like any other
      *2026-10-15  AH  an entry resent from the archive (retxmit.cob
      *                marks it S) stops aging and is counted as
      *                resent - its resend is on the register in its
      *                place

       identification division.
       program-id. xmitage.
       01 ws-open-count     pic 9(5) comp value 0.
       01 ws-overdue-count  pic 9(5) comp value 0.
       01 ws-acked-count    pic 9(5) comp value 0.
       01 ws-resent-count   pic 9(5) comp value 0.
       01 ws-alert-job      pic x(10) value "XMITAGE".
       01 ws-alert-sev      pic x(4).
       01 ws-alert-msg      pic x(60).
           close report-file
           display "XMITAGE: " ws-open-count " open, "
               ws-overdue-count " OVERDUE, " ws-acked-count
               " acknowledged, " ws-resent-count
               " resent - report in "
               function trim(ws-report-filename)
      *an overdue transmission is exactly the lost-file case the
      *register exists for - the alert goes up while the partner's
      *one register entry onto the report - acknowledged entries are
      *counted but not listed (the report is the worry list), open
      *ones show their age, and age past the entry's own deadline
      *marks it OVERDUE. An entry retxmit.cob resent (S) is counted
      *too - its resend is on the register and carries the clock now
      *----------------------------------------------------------------
       2000-age-one-entry.
           if xr-ack-sw = "Y" or xr-ack-sw = "R"
               add 1 to ws-acked-count
               go to 2000-age-one-entry-exit
           end-if
           if xr-ack-sw = "S"
               add 1 to ws-resent-count
               go to 2000-age-one-entry-exit
           end-if
           compute ws-sent-int = function integer-of-date(
               function numval(xr-sent-date))
           compute ws-age-days = ws-today-int - ws-sent-int
