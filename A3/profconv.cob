      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *profconv.cob is the one-time conversion of the department
      *profile file to the record that carries the nightly volume
      *quotas - every profile on the old file is copied, standing
      *defaults untouched, onto a new file with both quotas zero (no
      *quota) until profadm.cob sets them. The old file is named by
      *A3-DEPTPROF-OLD and is only read; the new file must not exist
      *yet, so a rerun cannot double-load or overwrite a converted
      *file. The operator renames the new file into place once the
      *counts agree
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. profconv.
       environment division.
       input-output section.
       file-control.
           select old-file assign to dynamic ws-old-filename
               organization indexed
               access mode is dynamic
               record key is po-dept-id
               file status ws-old-status.
           select prof-file assign to dynamic ws-prof-filename
               organization indexed
               access mode is random
               record key is dp-dept-id
               file status ws-prof-status.

       data division.
       file section.
       fd old-file.
      *the profile record as it stood before the quotas
       01 old-rec.
           05 po-dept-id     pic x(8).
           05 po-key-id      pic x(20).
           05 po-result-file pic x(50).
           05 po-export-fmt  pic x(6).
           05 po-double-pass pic x(1).
           05 po-key-id2     pic x(20).
           05 po-encoding    pic x(8).
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

       working-storage section.
       01 ws-old-filename  pic x(100).
       01 ws-prof-filename pic x(100).
       01 ws-old-status    pic x(2).
       01 ws-prof-status   pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-read-count    pic 9(7) comp value 0.
       01 ws-write-count   pic 9(7) comp value 0.

       procedure division.
           accept ws-old-filename from environment "A3-DEPTPROF-OLD"
           accept ws-prof-filename
               from environment "A3-DEPTPROF-FILE"
           if ws-old-filename = spaces
               display "PROFCONV: name the file to convert "
                   "(A3-DEPTPROF-OLD)"
               move 12 to return-code
               goback
           end-if
           if ws-prof-filename = spaces
               move "DEPTPROF.DAT" to ws-prof-filename
           end-if
           if ws-old-filename = ws-prof-filename
               display "PROFCONV: the old and new files must be "
                   "different files"
               move 12 to return-code
               goback
           end-if
           open input old-file
           if ws-old-status not = "00"
               display "PROFCONV: cannot open old profile file "
                   function trim(ws-old-filename)
                   " status " ws-old-status
               move 12 to return-code
               goback
           end-if
      *a profile file already on disk is either converted or in use -
      *it is never overwritten
           open input prof-file
           if ws-prof-status not = "35"
               if ws-prof-status = "00"
                   close prof-file
               end-if
               display "PROFCONV: " function trim(ws-prof-filename)
                   " already exists - conversion refused"
               close old-file
               move 12 to return-code
               goback
           end-if
           open output prof-file
           if ws-prof-status not = "00"
               display "PROFCONV: cannot create profile file "
                   function trim(ws-prof-filename)
                   " status " ws-prof-status
               close old-file
               move 12 to return-code
               goback
           end-if
           move low-values to po-dept-id
           start old-file key not < po-dept-id
               invalid key
                   move "Y" to ws-eof-sw
               not invalid key
                   move "N" to ws-eof-sw
           end-start
           perform until ws-eof
               read old-file next
                   at end
                       move "Y" to ws-eof-sw
                   not at end
                       add 1 to ws-read-count
                       move spaces to prof-rec
                       move po-dept-id to dp-dept-id
                       move po-key-id to dp-key-id
                       move po-result-file to dp-result-file
                       move po-export-fmt to dp-export-fmt
                       move po-double-pass to dp-double-pass
                       move po-key-id2 to dp-key-id2
                       move po-encoding to dp-encoding
                       move 0 to dp-quota-recs
                       move 0 to dp-quota-bytes
                       write prof-rec
                           invalid key
                               display "PROFCONV: " po-dept-id
                                   " not written"
                           not invalid key
                               add 1 to ws-write-count
                       end-write
               end-read
           end-perform
           close old-file
           close prof-file
           display "PROFCONV: " ws-read-count " profile(s) read, "
               ws-write-count " written to "
               function trim(ws-prof-filename)
           if ws-write-count not = ws-read-count
               display "PROFCONV: counts disagree - do not put the "
                   "new file into service"
               move 12 to return-code
           end-if
           goback.
       end program profconv.
