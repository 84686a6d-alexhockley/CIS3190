      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *arconv.cob is the one-time conversion of the result archive
      *master to the record that carries the correlation id - every
      *archived record on the old master is copied, body and control
      *fields untouched, onto a new master with the correlation id
      *blank (the old master never had one to give). The old master
      *is named by A3-ARCHMAST-OLD and is only read; the new master
      *must not exist yet, so a rerun cannot double-load or overwrite
      *a converted archive. The operator renames the new master into
      *place once the counts agree, and takes a fresh DR unload -
      *an unload cut from the old master will not reload onto the
      *new record
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. arconv.
       environment division.
       input-output section.
       file-control.
           select old-file assign to dynamic ws-old-filename
               organization indexed
               access mode is dynamic
               record key is ao-key
               file status ws-old-status.
           select arch-file assign to dynamic ws-arch-filename
               organization indexed
               access mode is random
               record key is ar-key
               file status ws-arch-status.

       data division.
       file section.
       fd old-file.
      *the archive record as it stood before the correlation id
       01 old-rec.
           05 ao-key.
               10 ao-date pic x(8).
               10 ao-dept pic x(8).
               10 ao-seq  pic 9(7).
           05 ao-time   pic x(6).
           05 ao-cksum  pic 9(7).
           05 ao-msgid  pic x(14).
           05 ao-keyver pic x(3).
           05 ao-cipver pic x(2).
           05 ao-body   pic x(5000).
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

       working-storage section.
       01 ws-old-filename  pic x(100).
       01 ws-arch-filename pic x(100).
       01 ws-old-status    pic x(2).
       01 ws-arch-status   pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-read-count    pic 9(7) comp value 0.
       01 ws-write-count   pic 9(7) comp value 0.

       procedure division.
           accept ws-old-filename from environment "A3-ARCHMAST-OLD"
           accept ws-arch-filename from environment "A3-ARCHMAST-FILE"
           if ws-old-filename = spaces
               display "ARCONV: name the archive to convert "
                   "(A3-ARCHMAST-OLD)"
               move 12 to return-code
               goback
           end-if
           if ws-arch-filename = spaces
               move "ARCHMAST.DAT" to ws-arch-filename
           end-if
           call "region" using ws-old-filename
           call "region" using ws-arch-filename
           if ws-old-filename = ws-arch-filename
               display "ARCONV: the old and new archives must be "
                   "different files"
               move 12 to return-code
               goback
           end-if
           open input old-file
           if ws-old-status not = "00"
               display "ARCONV: cannot open old archive "
                   function trim(ws-old-filename)
                   " status " ws-old-status
               move 12 to return-code
               goback
           end-if
      *an archive already on file is either converted or in use - it
      *is never overwritten
           open input arch-file
           if ws-arch-status not = "35"
               if ws-arch-status = "00"
                   close arch-file
               end-if
               display "ARCONV: " function trim(ws-arch-filename)
                   " already exists - conversion refused"
               close old-file
               move 12 to return-code
               goback
           end-if
           open output arch-file
           if ws-arch-status not = "00"
               display "ARCONV: cannot create archive "
                   function trim(ws-arch-filename)
                   " status " ws-arch-status
               close old-file
               move 12 to return-code
               goback
           end-if
           move low-values to ao-key
           start old-file key not < ao-key
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
                       move spaces to arch-rec
                       move ao-key to ar-key
                       move ao-time to ar-time
                       move ao-cksum to ar-cksum
                       move ao-msgid to ar-msgid
                       move ao-keyver to ar-keyver
                       move ao-cipver to ar-cipver
                       move ao-body to ar-body
                       write arch-rec
                           invalid key
                               display "ARCONV: " ao-date " " ao-dept
                                   " " ao-seq " not written"
                           not invalid key
                               add 1 to ws-write-count
                       end-write
               end-read
           end-perform
           close old-file
           close arch-file
           display "ARCONV: " ws-read-count " record(s) read, "
               ws-write-count " written to "
               function trim(ws-arch-filename)
           if ws-write-count not = ws-read-count
               display "ARCONV: counts disagree - do not put the "
                   "new archive into service"
               move 12 to return-code
           end-if
           goback.
       end program arconv.
