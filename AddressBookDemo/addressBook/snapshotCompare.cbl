      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Compares two snapshots of datafile - after a restore, a
      *> branch refresh or a migration - record by record.  Either
      *> snapshot is a backupRestore unload (the file name is given)
      *> or "LIVE" for datafile as it stands; the before side
      *> defaults to records-backup.txt and the after side to LIVE.
      *> Both are walked in recordId order, the order an unload is
      *> written in, and every record added, deleted or changed is
      *> reported, a change with each differing field shown before
      *> and after side by side, then the counts by city.
      *> Every difference is then checked against records-audit.txt
      *> for the period between the snapshots - from the unload
      *> stamp on the before trailer to the stamp on the after
      *> trailer, or to now for LIVE.  A difference the audit log
      *> accounts for - the last row in the period for the record is
      *> the DELETE, or leaves the record as the after snapshot has
      *> it - is explained; every other one is listed separately as
      *> unexplained, the ones to investigate.  An unload written
      *> before its trailer carried a stamp leaves that end of the
      *> period open.  Reports to snapshot-compare-report.txt.
       program-id. snapshotCompare as "snapshotCompare".

       environment division.
       input-output section.
       file-control.
           select beforeFile assign to wsBeforePath
           organization is line sequential
           file status is fs-before.

           select afterFile assign to wsAfterPath
           organization is line sequential
           file status is fs-after.

      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram - the
      *> live side of a comparison, only ever read
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select optional auditFile assign to ".\records-audit.txt"
           organization is line sequential
           file status is fs-audit.

      *> the maintenance interlock - while an exclusive utility's
      *> quiesce marker stands on the lock file, this job refuses
      *> to start rather than read datafile mid-rebuild
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           file status is fs-connectionfile.

           select reportFile
           assign to ".\snapshot-compare-report.txt"
           organization is line sequential.

       data division.
       file section.
       fd beforeFile.
       01 beforeLine.
           03 bf-rowType pic x(1).
           03 filler     pic x(1).
           03 bf-data    pic x(250).
       01 beforeDetail redefines beforeLine.
           03 filler     pic x(2).
           03 bf-record.
               copy "records.cpy" replacing ==02== by ==05==.
           03 filler     pic x(41).
       01 beforeTrailer redefines beforeLine.
           03 filler     pic x(2).
           03 bf-count   pic 9(9).
           03 filler     pic x(1).
           03 bf-hash    pic 9(12).
           03 filler     pic x(1).
           03 bf-stamp   pic x(14).
           03 filler     pic x(215).

       fd afterFile.
       01 afterLine.
           03 af-rowType pic x(1).
           03 filler     pic x(1).
           03 af-data    pic x(250).
       01 afterDetail redefines afterLine.
           03 filler     pic x(2).
           03 af-record.
               copy "records.cpy" replacing ==02== by ==05==.
           03 filler     pic x(41).
       01 afterTrailer redefines afterLine.
           03 filler     pic x(2).
           03 af-count   pic 9(9).
           03 filler     pic x(1).
           03 af-hash    pic 9(12).
           03 filler     pic x(1).
           03 af-stamp   pic x(14).
           03 filler     pic x(215).

       fd datafile.
       01 rec.
       copy "records.cpy".

       fd auditFile.
       01 auditLine.
           03 au-timestamp    pic x(14).
           03 filler          pic x(1).
           03 au-operation    pic x(10).
           03 filler          pic x(1).
           03 au-before.
               copy "records.cpy" replacing ==02== by ==05==.
           03 filler          pic x(1).
           03 au-after.
               copy "records.cpy" replacing ==02== by ==05==.
           03 filler          pic x(1).
           03 au-operator     pic x(8).

       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd reportFile.
       01 reportLine pic x(132).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-before pic x(2).
       01 fs-after pic x(2).
       01 fs-datafile pic x(2).
       01 fs-audit pic x(2).
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 wsDatafilePath pic x(255).
       01 wsBeforePath pic x(255).
       01 wsAfterPath pic x(255).
       01 wsBeforeLive pic x(1) value "N".
       01 wsAfterLive pic x(1) value "N".
       01 wsOk pic x(1) value "Y".
       01 wsRunDate pic 9(8).
       01 wsRunTime pic 9(8).
      *> the audit period - rows stamped after the before snapshot,
      *> up to and including the after snapshot
       01 wsBeforeStamp pic x(14).
       01 wsAfterStamp pic x(14).
      *> the current record from each side, and whether it is spent
       01 beforeRec.
       copy "records.cpy" replacing ==02== by ==03==.
       01 afterRec.
       copy "records.cpy" replacing ==02== by ==03==.
       01 wsBeforeEof pic x(1) value "N".
       01 wsAfterEof pic x(1) value "N".
       01 wsGotRow pic x(1).
      *> A added, D deleted, C changed - the difference in hand
       01 wsKind pic x(1).
       01 diffRec.
       copy "records.cpy" replacing ==02== by ==03==.
      *> the last audit row in the period for each record it touches
       01 auditTable.
           03 auditEntry occurs 5000 times.
               05 ad-recordId  pic 9(9).
               05 ad-operation pic x(10).
               05 ad-timestamp pic x(14).
               05 ad-after.
                   copy "records.cpy" replacing ==02== by ==07==.
       01 auditCount pic 9(9) comp-5 value 0.
       01 auditOverflow pic 9(9) comp-5 value 0.
       01 wsAuditRecordId pic 9(9).
      *> the differences the audit log does not account for
       01 unexplainedTable.
           03 unexplainedEntry occurs 2000 times.
               05 ux-recordId pic 9(9).
               05 ux-kind     pic x(7).
               05 ux-reason   pic x(40).
       01 unexplainedCount pic 9(9) comp-5 value 0.
       01 wsReason pic x(40).
      *> added / deleted / changed by city
       01 cityTable.
           03 cityEntry occurs 500 times.
               05 ct-city    pic x(20).
               05 ct-added   pic 9(9) comp-5.
               05 ct-deleted pic 9(9) comp-5.
               05 ct-changed pic 9(9) comp-5.
       01 cityCount pic 9(9) comp-5 value 0.
       01 wsCity pic x(20).
       01 counts.
           03 beforeCount    pic 9(9) comp-5 value 0.
           03 afterCount     pic 9(9) comp-5 value 0.
           03 sameCount      pic 9(9) comp-5 value 0.
           03 addedCount     pic 9(9) comp-5 value 0.
           03 deletedCount   pic 9(9) comp-5 value 0.
           03 changedCount   pic 9(9) comp-5 value 0.
           03 explainedCount pic 9(9) comp-5 value 0.
       01 separatorLine pic x(80) value all "-".
       01 headingLine.
           03 hl-label pic x(16).
           03 hl-value pic x(60).
           03 filler   pic x(1) value space.
           03 hl-stamp pic x(14).
       01 recordLine.
           03 rl-kind     pic x(8).
           03 rl-recordId pic z(8)9.
           03 filler      pic x(1) value space.
           03 rl-name     pic x(30).
           03 filler      pic x(1) value space.
           03 rl-family   pic x(30).
           03 filler      pic x(1) value space.
           03 rl-city     pic x(20).
       01 fieldLine.
           03 filler      pic x(4) value spaces.
           03 fl-field    pic x(14).
           03 filler      pic x(1) value space.
           03 fl-before   pic x(50).
           03 filler      pic x(1) value space.
           03 fl-after    pic x(50).
       01 fieldHeading.
           03 filler pic x(19) value spaces.
           03 filler pic x(51) value "BEFORE".
           03 filler pic x(5)  value "AFTER".
       01 wsFieldName pic x(14).
       01 wsOldValue pic x(50).
       01 wsNewValue pic x(50).
       01 cityHeading.
           03 filler pic x(21) value "CITY".
           03 filler pic x(10) value "    ADDED".
           03 filler pic x(10) value "  DELETED".
           03 filler pic x(10) value "  CHANGED".
       01 cityLine.
           03 cl-city    pic x(20).
           03 filler     pic x(1) value space.
           03 cl-added   pic z(8)9.
           03 filler     pic x(1) value space.
           03 cl-deleted pic z(8)9.
           03 filler     pic x(1) value space.
           03 cl-changed pic z(8)9.
       01 unexplainedLine.
           03 ul-recordId pic z(8)9.
           03 filler      pic x(1) value space.
           03 ul-kind     pic x(7).
           03 filler      pic x(1) value space.
           03 ul-reason   pic x(40).
       01 trailerLine.
           03 tr-label pic x(30).
           03 tr-count pic z(8)9.

       linkage section.
      *> an unload file name, or "LIVE" for datafile itself
       01 beforeParm pic x(60).
       01 afterParm  pic x(60).

       procedure division using beforeParm afterParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           accept wsRunTime from time
           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if

           perform 0100-resolve-snapshots
           if wsOk = "N"
               goback
           end-if
           if wsBeforeLive = "Y" or wsAfterLive = "Y"
               perform 0010-check-quiesce
               if wsQuiesced = "Y"
                   display "not started - try again after maintenance"
                   goback
               end-if
           end-if

           perform 0200-find-stamps
           perform 1000-load-audit

           open output reportFile
           perform 1500-write-heading
           perform 2000-compare-snapshots
           perform 4000-write-city-summary
           perform 5000-write-unexplained
           perform 6000-write-totals
           close reportFile

           display "records added:        " addedCount
           display "records deleted:      " deletedCount
           display "records changed:      " changedCount
           display "unexplained:          " unexplainedCount
           if unexplainedCount > 0
               move 4 to return-code
           end-if
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> the same quiesce check the exclusive utilities make before
      *> they start - a "Q" row means one of them holds the system
      *> for maintenance
       0010-check-quiesce section.
           move "N" to wsQuiesced
           move "N" to wsLockEof
           open input connectionFile
           if fs-connectionfile = "00"
               perform until wsLockEof = "Y"
                   read connectionFile next record
                       at end
                           move "Y" to wsLockEof
                       not at end
                           if cnType = "Q"
                               move "Y" to wsQuiesced
                               display "system quiesced for"
                                   " maintenance by " cnHolder
                                   " since " cnTimestamp
                           end-if
                   end-read
               end-perform
           end-if
           close connectionFile
           move "N" to wsLockEof
           .

       0100-resolve-snapshots section.
           move beforeParm to wsBeforePath
           if wsBeforePath = spaces
               move ".\records-backup.txt" to wsBeforePath
           end-if
           move afterParm to wsAfterPath
           if wsAfterPath = spaces
               move "LIVE" to wsAfterPath
           end-if
           if function upper-case(wsBeforePath) = "LIVE"
               move "Y" to wsBeforeLive
           end-if
           if function upper-case(wsAfterPath) = "LIVE"
               move "Y" to wsAfterLive
           end-if
           if wsBeforeLive = "Y" and wsAfterLive = "Y"
               display "the live file cannot be compared with itself"
               move "N" to wsOk
           end-if
           if wsBeforePath = wsAfterPath and wsOk = "Y"
               display "the same unload cannot be compared with itself"
               move "N" to wsOk
           end-if
           .

      *> the unload stamps off the trailers, the run time for LIVE -
      *> an unload with no stamp opens that end of the period
       0200-find-stamps section.
           move low-values to wsBeforeStamp
           move high-values to wsAfterStamp
           if wsBeforeLive = "Y"
               move wsRunDate to wsBeforeStamp(1:8)
               move wsRunTime(1:6) to wsBeforeStamp(9:6)
           else
               open input beforeFile
               if fs-before = "00"
                   perform until eof = "Y"
                       read beforeFile
                           at end
                               move "Y" to eof
                           not at end
                               if bf-rowType = "T"
                                  and bf-stamp is numeric
                                   move bf-stamp to wsBeforeStamp
                               end-if
                       end-read
                   end-perform
                   close beforeFile
               end-if
               move "N" to eof
           end-if
           if wsAfterLive = "Y"
               move wsRunDate to wsAfterStamp(1:8)
               move wsRunTime(1:6) to wsAfterStamp(9:6)
           else
               open input afterFile
               if fs-after = "00"
                   perform until eof = "Y"
                       read afterFile
                           at end
                               move "Y" to eof
                           not at end
                               if af-rowType = "T"
                                  and af-stamp is numeric
                                   move af-stamp to wsAfterStamp
                               end-if
                       end-read
                   end-perform
                   close afterFile
               end-if
               move "N" to eof
           end-if
           .

      *> the last row in the period for each record - APPROVED rows
      *> carry no record and are passed over
       1000-load-audit section.
           open input auditFile
           if fs-audit = "00"
               perform until eof = "Y"
                   read auditFile
                       at end
                           move "Y" to eof
                       not at end
                           if au-timestamp > wsBeforeStamp
                              and au-timestamp <= wsAfterStamp
                               perform 1010-note-audit-row
                           end-if
                   end-read
               end-perform
           end-if
           close auditFile
           move "N" to eof
           .

       1010-note-audit-row section.
           move recordId of au-after to wsAuditRecordId
           if wsAuditRecordId = 0
               move recordId of au-before to wsAuditRecordId
           end-if
           if wsAuditRecordId not = 0
               perform 1020-find-audit-entry
               if matchSub = 0
                   if auditCount < 5000
                       add 1 to auditCount
                       move auditCount to matchSub
                       move wsAuditRecordId to ad-recordId(matchSub)
                   else
                       add 1 to auditOverflow
                   end-if
               end-if
               if matchSub > 0
                   move au-operation to ad-operation(matchSub)
                   move au-timestamp to ad-timestamp(matchSub)
                   move au-after to ad-after(matchSub)
               end-if
           end-if
           .

       1020-find-audit-entry section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > auditCount or matchSub > 0
               if ad-recordId(sub) = wsAuditRecordId
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           .

       1500-write-heading section.
           move "SNAPSHOT COMPARISON" to reportLine
           write reportLine
           write reportLine from separatorLine
           move spaces to headingLine
           move "before:" to hl-label
           move wsBeforePath to hl-value
           if wsBeforeStamp not = low-values
               move wsBeforeStamp to hl-stamp
           else
               move "(no stamp)" to hl-stamp
           end-if
           write reportLine from headingLine
           move spaces to headingLine
           move "after:" to hl-label
           move wsAfterPath to hl-value
           if wsAfterStamp not = high-values
               move wsAfterStamp to hl-stamp
           else
               move "(no stamp)" to hl-stamp
           end-if
           write reportLine from headingLine
           if wsBeforeStamp not = low-values
              and wsAfterStamp not = high-values
              and wsBeforeStamp > wsAfterStamp
               move "the before snapshot is the later of the two"
                   to reportLine
               write reportLine
           end-if
           write reportLine from separatorLine
           .

      *> a match on recordId down both sides, the lower key being the
      *> record the other side lacks
       2000-compare-snapshots section.
           if wsBeforeLive = "Y" or wsAfterLive = "Y"
               open input datafile
               if fs-datafile not = "00" and fs-datafile not = "05"
                   display "cannot open datafile, file status "
                       fs-datafile
               end-if
               move zeros to recordId of rec
               start datafile key is >= recordId of rec
                   invalid key
                       if wsBeforeLive = "Y"
                           move "Y" to wsBeforeEof
                       else
                           move "Y" to wsAfterEof
                       end-if
                   not invalid key
                       continue
               end-start
           end-if
           if wsBeforeLive = "N"
               open input beforeFile
               if fs-before not = "00"
                   display "before snapshot not found, file status "
                       fs-before
                   move "Y" to wsBeforeEof
               end-if
           end-if
           if wsAfterLive = "N"
               open input afterFile
               if fs-after not = "00"
                   display "after snapshot not found, file status "
                       fs-after
                   move "Y" to wsAfterEof
               end-if
           end-if

           perform 2100-next-before
           perform 2200-next-after
           perform until wsBeforeEof = "Y" and wsAfterEof = "Y"
               evaluate true
                   when wsAfterEof = "Y"
                       move "D" to wsKind
                       move beforeRec to diffRec
                       perform 3000-report-difference
                       perform 2100-next-before
                   when wsBeforeEof = "Y"
                       move "A" to wsKind
                       move afterRec to diffRec
                       perform 3000-report-difference
                       perform 2200-next-after
                   when recordId of beforeRec < recordId of afterRec
                       move "D" to wsKind
                       move beforeRec to diffRec
                       perform 3000-report-difference
                       perform 2100-next-before
                   when recordId of afterRec < recordId of beforeRec
                       move "A" to wsKind
                       move afterRec to diffRec
                       perform 3000-report-difference
                       perform 2200-next-after
                   when other
                       if beforeRec = afterRec
                           add 1 to sameCount
                       else
                           move "C" to wsKind
                           move afterRec to diffRec
                           perform 3000-report-difference
                       end-if
                       perform 2100-next-before
                       perform 2200-next-after
               end-evaluate
           end-perform

           if wsBeforeLive = "Y" or wsAfterLive = "Y"
               close datafile
           end-if
           if wsBeforeLive = "N"
               close beforeFile
           end-if
           if wsAfterLive = "N"
               close afterFile
           end-if
           .

       2100-next-before section.
           if wsBeforeEof = "N"
               if wsBeforeLive = "Y"
                   read datafile next record
                       at end
                           move "Y" to wsBeforeEof
                       not at end
                           move rec to beforeRec
                           add 1 to beforeCount
                   end-read
               else
                   move "N" to wsGotRow
                   perform until wsGotRow = "Y"
                       read beforeFile
                           at end
                               move "Y" to wsBeforeEof
                               move "Y" to wsGotRow
                           not at end
                               if bf-rowType = "D"
                                   move bf-record to beforeRec
                                   add 1 to beforeCount
                                   move "Y" to wsGotRow
                               end-if
                       end-read
                   end-perform
               end-if
           end-if
           .

       2200-next-after section.
           if wsAfterEof = "N"
               if wsAfterLive = "Y"
                   read datafile next record
                       at end
                           move "Y" to wsAfterEof
                       not at end
                           move rec to afterRec
                           add 1 to afterCount
                   end-read
               else
                   move "N" to wsGotRow
                   perform until wsGotRow = "Y"
                       read afterFile
                           at end
                               move "Y" to wsAfterEof
                               move "Y" to wsGotRow
                           not at end
                               if af-rowType = "D"
                                   move af-record to afterRec
                                   add 1 to afterCount
                                   move "Y" to wsGotRow
                               end-if
                       end-read
                   end-perform
               end-if
           end-if
           .

      *> diffRec is the record as it ends up - the after side, or
      *> the before side for a deletion
       3000-report-difference section.
           move spaces to recordLine
           evaluate wsKind
               when "A"
                   move "ADDED" to rl-kind
                   add 1 to addedCount
               when "D"
                   move "DELETED" to rl-kind
                   add 1 to deletedCount
               when other
                   move "CHANGED" to rl-kind
                   add 1 to changedCount
           end-evaluate
           move recordId of diffRec to rl-recordId
           move recordName of diffRec to rl-name
           move recordFamily of diffRec to rl-family
           move recordCity of diffRec to rl-city
           write reportLine from recordLine
           if wsKind = "C"
               perform 3100-list-changed-fields
           end-if
           perform 3200-count-by-city
           perform 3300-check-audit
           .

       3100-list-changed-fields section.
           write reportLine from fieldHeading
           if recordName of beforeRec not = recordName of afterRec
               move "recordName" to wsFieldName
               move recordName of beforeRec to wsOldValue
               move recordName of afterRec to wsNewValue
               perform 3110-write-field-line
           end-if
           if recordFamily of beforeRec not = recordFamily of afterRec
               move "recordFamily" to wsFieldName
               move recordFamily of beforeRec to wsOldValue
               move recordFamily of afterRec to wsNewValue
               perform 3110-write-field-line
           end-if
           if recordCode of beforeRec not = recordCode of afterRec
               move "recordCode" to wsFieldName
               move recordCode of beforeRec to wsOldValue
               move recordCode of afterRec to wsNewValue
               perform 3110-write-field-line
           end-if
           if recordCity of beforeRec not = recordCity of afterRec
               move "recordCity" to wsFieldName
               move recordCity of beforeRec to wsOldValue
               move recordCity of afterRec to wsNewValue
               perform 3110-write-field-line
           end-if
           if recordStreet of beforeRec not = recordStreet of afterRec
               move "recordStreet" to wsFieldName
               move recordStreet of beforeRec to wsOldValue
               move recordStreet of afterRec to wsNewValue
               perform 3110-write-field-line
           end-if
           if recordPhone of beforeRec not = recordPhone of afterRec
               move "recordPhone" to wsFieldName
               move recordPhone of beforeRec to wsOldValue
               move recordPhone of afterRec to wsNewValue
               perform 3110-write-field-line
           end-if
           if recordEmail of beforeRec not = recordEmail of afterRec
               move "recordEmail" to wsFieldName
               move recordEmail of beforeRec to wsOldValue
               move recordEmail of afterRec to wsNewValue
               perform 3110-write-field-line
           end-if
           if recordMobile of beforeRec not = recordMobile of afterRec
               move "recordMobile" to wsFieldName
               move recordMobile of beforeRec to wsOldValue
               move recordMobile of afterRec to wsNewValue
               perform 3110-write-field-line
           end-if
           .

       3110-write-field-line section.
           move wsFieldName to fl-field
           move wsOldValue to fl-before
           move wsNewValue to fl-after
           write reportLine from fieldLine
           .

       3200-count-by-city section.
           move recordCity of diffRec to wsCity
           move 0 to matchSub
           move 1 to sub
           perform until sub > cityCount or matchSub > 0
               if ct-city(sub) = wsCity
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and cityCount < 500
               add 1 to cityCount
               move cityCount to matchSub
               move wsCity to ct-city(matchSub)
               move 0 to ct-added(matchSub)
               move 0 to ct-deleted(matchSub)
               move 0 to ct-changed(matchSub)
           end-if
           if matchSub > 0
               evaluate wsKind
                   when "A"
                       add 1 to ct-added(matchSub)
                   when "D"
                       add 1 to ct-deleted(matchSub)
                   when other
                       add 1 to ct-changed(matchSub)
               end-evaluate
           end-if
           .

      *> explained when the record's last audit row in the period
      *> is the DELETE for a deletion, or leaves the record exactly
      *> as the after snapshot has it for an addition or a change
       3300-check-audit section.
           move spaces to wsReason
           move recordId of diffRec to wsAuditRecordId
           perform 1020-find-audit-entry
           evaluate true
               when matchSub = 0
                   move "NO AUDIT ROW IN THE PERIOD" to wsReason
               when wsKind = "D"
                   if ad-operation(matchSub) not = "DELETE"
                       move "LAST AUDIT ROW IS NOT A DELETE"
                           to wsReason
                   end-if
               when ad-operation(matchSub) = "DELETE"
                   move "AUDIT SHOWS THE RECORD DELETED" to wsReason
               when ad-after(matchSub) not = diffRec
                   move "AUDIT ENDS ON A DIFFERENT VALUE" to wsReason
               when other
                   continue
           end-evaluate
           if wsReason = spaces
               add 1 to explainedCount
           else
               if unexplainedCount < 2000
                   add 1 to unexplainedCount
                   move recordId of diffRec
                       to ux-recordId(unexplainedCount)
                   move rl-kind to ux-kind(unexplainedCount)
                   move wsReason to ux-reason(unexplainedCount)
               end-if
           end-if
           .

       4000-write-city-summary section.
           write reportLine from separatorLine
           move "DIFFERENCES BY CITY" to reportLine
           write reportLine
           write reportLine from cityHeading
           move 1 to sub
           perform until sub > cityCount
               move spaces to cityLine
               move ct-city(sub) to cl-city
               move ct-added(sub) to cl-added
               move ct-deleted(sub) to cl-deleted
               move ct-changed(sub) to cl-changed
               write reportLine from cityLine
               add 1 to sub
           end-perform
           .

       5000-write-unexplained section.
           write reportLine from separatorLine
           move "UNEXPLAINED DIFFERENCES - TO INVESTIGATE" to reportLine
           write reportLine
           if unexplainedCount = 0
               move "none - every difference has its audit row"
                   to reportLine
               write reportLine
           end-if
           move 1 to sub
           perform until sub > unexplainedCount
               move spaces to unexplainedLine
               move ux-recordId(sub) to ul-recordId
               move ux-kind(sub) to ul-kind
               move ux-reason(sub) to ul-reason
               write reportLine from unexplainedLine
               add 1 to sub
           end-perform
           if auditOverflow > 0
               move "audit overflow (unchecked):"
                   to tr-label
               move auditOverflow to tr-count
               write reportLine from trailerLine
           end-if
           .

       6000-write-totals section.
           write reportLine from separatorLine
           move "records in before snapshot:" to tr-label
           move beforeCount to tr-count
           write reportLine from trailerLine
           move "records in after snapshot:" to tr-label
           move afterCount to tr-count
           write reportLine from trailerLine
           move "unchanged:" to tr-label
           move sameCount to tr-count
           write reportLine from trailerLine
           move "added:" to tr-label
           move addedCount to tr-count
           write reportLine from trailerLine
           move "deleted:" to tr-label
           move deletedCount to tr-count
           write reportLine from trailerLine
           move "changed:" to tr-label
           move changedCount to tr-count
           write reportLine from trailerLine
           move "explained by the audit log:" to tr-label
           move explainedCount to tr-count
           write reportLine from trailerLine
           move "unexplained:" to tr-label
           move unexplainedCount to tr-count
           write reportLine from trailerLine
           .

       end program snapshotCompare.
