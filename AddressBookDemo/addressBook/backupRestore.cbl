      *> quiesces writes by taking datafile and records-archive.txt
      *> for itself and unloads both to sequential backup files, each
      *> closed by a trailer carrying the record count and a hash
      *> total over recordId and stamped with the time of the
      *> unload, so snapshotCompare can bound the audit period
      *> between two backups.  Mode "R" refuses a backup whose
      *> trailer doesn't match what it read, reloads both files, and
      *> then re-reads the rebuilt indexed files to verify counts and
      *> hash against the trailer again before declaring success - a
      *> distinct code until the run finishes
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           lock mode is automatic
           file status is fs-connectionfile.

           select reportFile assign to ".\backup-restore-report.txt"
           03 bk-count   pic 9(9).
           03 filler     pic x(1).
           03 bk-hash    pic 9(12).
           03 filler     pic x(1).
           03 bk-stamp   pic x(14).
           03 filler     pic x(215).

       fd archiveBackupFile.
       01 archBackupLine.
           03 ab-count   pic 9(9).
           03 filler     pic x(1).
           03 ab-hash    pic 9(12).
           03 filler     pic x(1).
           03 ab-stamp   pic x(14).
           03 filler     pic x(215).

       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd reportFile.
       01 reportLine pic x(80).
       01 wsLockBusy pic x(1) value "N".
       78 quiesceHolder value "BACKUP".
       01 lockStamp pic 9(8).
      *> the key of the marker this run posted - what the release
      *> takes off again
       01 wsQuiesceKey pic x(61) value spaces.
       01 wsUnloadStamp pic x(14).
       01 wsOk pic x(1) value "Y".
       01 wsCount pic 9(9) comp-5 value 0.
       01 wsHash  pic 9(12) comp-5 value 0.
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


       1000-backup section.
           accept lockStamp from date yyyymmdd
           move lockStamp to wsUnloadStamp(1:8)
           accept lockStamp from time
           move lockStamp(1:6) to wsUnloadStamp(9:6)
           open input datafile
           if fs-datafile not = "00" and fs-datafile not = "05"
               display "cannot open datafile, file status "
               move "T" to bk-rowType
               move wsCount to bk-count
               move wsHash to bk-hash
               move wsUnloadStamp to bk-stamp
               write backupLine
               close backupFile
               close datafile
               move "T" to ab-rowType
               move wsCount to ab-count
               move wsHash to ab-hash
               move wsUnloadStamp to ab-stamp
               write archBackupLine
               close archiveBackupFile
               close archiveFile
