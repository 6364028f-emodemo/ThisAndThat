      *> distinct code until the run finishes
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           lock mode is automatic
           file status is fs-connectionfile.

           select workFile assign to ".\migrate-records-work.txt"

       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd workFile.
       01 workRec.
       01 wsLockBusy pic x(1) value "N".
       78 quiesceHolder value "MIGRATE".
       01 lockStamp pic 9(8).
      *> the key of the marker this run posted - what the release
      *> takes off again
       01 wsQuiesceKey pic x(61) value spaces.

       01 wsDatafilePath pic x(255).
       01 fs-old pic x(2).
           open input connectionFile
           if fs-connectionfile = "00"
               perform until wsLockEof = "Y"
                   read connectionFile next record
                       at end
                           move "Y" to wsLockEof
                       not at end
                           if cnType = "C"
                               move "Y" to wsLockBusy
                               display "connection held by "
                                   cnHolder " since "
                                   cnTimestamp
                           end-if
                           if cnType = "Q"
                               move "Y" to wsLockBusy
                               display "already quiesced by "
                                   cnHolder " since "
                                   cnTimestamp
                           end-if
                   end-read
               end-perform
           close connectionFile
           move "N" to wsLockEof
           if wsLockBusy = "N"
               open i-o connectionFile
               move spaces to connectionLine
               move "Q" to cnType
               move quiesceHolder to cnHolder
               accept lockStamp from date yyyymmdd
               move lockStamp to cnTimestamp(1:8)
               accept lockStamp from time
               move lockStamp(1:6) to cnTimestamp(9:6)
               write connectionLine
                   invalid key
                       continue
               end-write
               move cnKey to wsQuiesceKey
               close connectionFile
           end-if
           .

      *> drops the quiesce - this run's own "Q" row comes off by
      *> its key, and nothing else on the registry is touched
       9900-release-quiesce section.
           open i-o connectionFile
           move wsQuiesceKey to cnKey
           delete connectionFile record
               invalid key
                   continue
           end-delete
           close connectionFile
           .

