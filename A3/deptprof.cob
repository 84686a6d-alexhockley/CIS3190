      *
      *Modification history:
      *2026-08-22  AH  original version
      *2026-10-15  AH  add the department's daily record and byte
      *                quotas to the profile (zero means no quota),
      *                answered through two optional arguments so
      *                existing callers are untouched; profconv.cob
      *                converts a profile file written before the
      *                quotas existed

       identification division.
       program-id. deptprof.
           05 dp-double-pass pic x(1).
           05 dp-key-id2     pic x(20).
           05 dp-encoding    pic x(8).
      *the night's volume quotas - records and message bytes the
      *batch run ciphers for the department before deferring the
      *rest to the overflow queue; zero means no quota
           05 dp-quota-recs  pic 9(7).
           05 dp-quota-bytes pic 9(9).

       working-storage section.
       01 ws-prof-filename pic x(100).
       77 lnk-keyid2-out   pic x(20).
       77 lnk-encoding-out pic x(8).
       77 lnk-found-out    pic x(1).
       77 lnk-quota-recs-out  pic 9(7).
       77 lnk-quota-bytes-out pic 9(9).

       procedure division using lnk-dept, lnk-keyid-out,
               lnk-result-out, lnk-export-out, lnk-dblpass-out,
               lnk-keyid2-out, lnk-encoding-out, lnk-found-out,
               optional lnk-quota-recs-out,
               optional lnk-quota-bytes-out.
         move spaces to lnk-keyid-out lnk-result-out lnk-export-out
             lnk-keyid2-out lnk-encoding-out.
         if lnk-quota-recs-out is not omitted
             move 0 to lnk-quota-recs-out
         end-if.
         if lnk-quota-bytes-out is not omitted
             move 0 to lnk-quota-bytes-out
         end-if.
         move "N" to lnk-dblpass-out.
         move "N" to lnk-found-out.
         accept ws-prof-filename from environment "A3-DEPTPROF-FILE".
                     move dp-key-id2 to lnk-keyid2-out
                     move dp-encoding to lnk-encoding-out
                     move "Y" to lnk-found-out
                     if lnk-quota-recs-out is not omitted
                         and dp-quota-recs is numeric
                         move dp-quota-recs to lnk-quota-recs-out
                     end-if
                     if lnk-quota-bytes-out is not omitted
                         and dp-quota-bytes is numeric
                         move dp-quota-bytes to lnk-quota-bytes-out
                     end-if
             end-read
             close prof-file
         end-if.
