      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *kvconv.cob is the one-time conversion of the key version store
      *to the record that carries the compromise marker - every
      *version on the old store is copied, key value untouched (a
      *masked value stays masked), onto a new store with the marker
      *clear. The old store is named by A3-KEYVERS-OLD and is only
      *read; the new store must not exist yet, so a rerun cannot
      *double-load or overwrite a converted store. The operator
      *renames the new store into place once the counts agree
      *
      *Modification history:
      *2026-10-15  AH  original version

       identification division.
       program-id. kvconv.
       environment division.
       input-output section.
       file-control.
           select old-file assign to dynamic ws-old-filename
               organization indexed
               access mode is dynamic
               record key is ko-key
               file status ws-old-status.
           select vers-file assign to dynamic ws-vers-filename
               organization indexed
               access mode is random
               record key is kv-key
               file status ws-vers-status.

       data division.
       file section.
       fd old-file.
      *the version record as it stood before the compromise marker
       01 old-rec.
           05 ko-key.
               10 ko-keyid   pic x(20).
               10 ko-version pic 9(3).
           05 ko-value    pic x(30).
           05 ko-eff-from pic x(8).
           05 ko-eff-to   pic x(8).
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

       working-storage section.
       01 ws-old-filename  pic x(100).
       01 ws-vers-filename pic x(100).
       01 ws-old-status    pic x(2).
       01 ws-vers-status   pic x(2).
       01 ws-eof-sw pic x(1).
           88 ws-eof value "Y".
       01 ws-read-count    pic 9(7) comp value 0.
       01 ws-write-count   pic 9(7) comp value 0.

       procedure division.
           accept ws-old-filename from environment "A3-KEYVERS-OLD"
           accept ws-vers-filename from environment "A3-KEYVERS-FILE"
           if ws-old-filename = spaces
               display "KVCONV: name the store to convert "
                   "(A3-KEYVERS-OLD)"
               move 12 to return-code
               goback
           end-if
           if ws-vers-filename = spaces
               move "KEYVERS.DAT" to ws-vers-filename
           end-if
           call "region" using ws-old-filename
           call "region" using ws-vers-filename
           if ws-old-filename = ws-vers-filename
               display "KVCONV: the old and new stores must be "
                   "different files"
               move 12 to return-code
               goback
           end-if
           open input old-file
           if ws-old-status not = "00"
               display "KVCONV: cannot open old version store "
                   function trim(ws-old-filename)
                   " status " ws-old-status
               move 12 to return-code
               goback
           end-if
      *a store already on file is either converted or in use - it is
      *never overwritten
           open input vers-file
           if ws-vers-status not = "35"
               if ws-vers-status = "00"
                   close vers-file
               end-if
               display "KVCONV: " function trim(ws-vers-filename)
                   " already exists - conversion refused"
               close old-file
               move 12 to return-code
               goback
           end-if
           open output vers-file
           if ws-vers-status not = "00"
               display "KVCONV: cannot create version store "
                   function trim(ws-vers-filename)
                   " status " ws-vers-status
               close old-file
               move 12 to return-code
               goback
           end-if
           move low-values to ko-key
           start old-file key not < ko-key
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
                       move spaces to vers-rec
                       move ko-key to kv-key
                       move ko-value to kv-value
                       move ko-eff-from to kv-eff-from
                       move ko-eff-to to kv-eff-to
                       write vers-rec
                           invalid key
                               display "KVCONV: " ko-keyid
                                   " version " ko-version
                                   " not written"
                           not invalid key
                               add 1 to ws-write-count
                       end-write
               end-read
           end-perform
           close old-file
           close vers-file
           display "KVCONV: " ws-read-count " version(s) read, "
               ws-write-count " written to "
               function trim(ws-vers-filename)
           if ws-write-count not = ws-read-count
               display "KVCONV: counts disagree - do not put the "
                   "new store into service"
               move 12 to return-code
           end-if
           goback.
       end program kvconv.
