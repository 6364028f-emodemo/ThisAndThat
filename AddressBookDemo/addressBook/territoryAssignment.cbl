      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Monthly territory assignment: places every contact in
      *> datafile with the territory and account manager
      *> territory-table.txt gives its recordCode and recordCity,
      *> and keeps the placement on contact-territories.txt so the
      *> commission run knows whose contacts paid.  A row naming a
      *> city beats a row covering only the code range; among rows
      *> equally specific the first on the table wins.  Because the
      *> whole book is placed from the table every run, a territory
      *> handed to another manager through territoryTableUpdate, or
      *> a contact moved to another branch book by branchTransfer,
      *> follows on the next run with nobody reassigning by hand.
      *> A contact no row covers loses any placement it had and is
      *> listed as unassigned, and placements left for recordIds no
      *> longer in datafile are removed.  Every change of territory
      *> or manager is listed on territory-assignment-report.txt.
       program-id. territoryAssignment as "territoryAssignment".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram, so
      *> branchRun can place each branch book in turn
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates.

           select optional territoryFile
           assign to ".\territory-table.txt"
           organization is line sequential
           file status is fs-territory.

           select optional assignmentFile
           assign to ".\contact-territories.txt"
           organization is indexed
           access is dynamic
           record key taRecordId of assignmentRec with no duplicates
           file status is fs-assignment.

           select reportFile
           assign to ".\territory-assignment-report.txt"
           organization is line sequential.

      *> the maintenance interlock - while an exclusive utility's
      *> quiesce marker stands on the lock file, this job refuses
      *> to start rather than read datafile mid-rebuild
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           file status is fs-connectionfile.

       data division.
       file section.
       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd datafile.
       01 rec.
       copy "records.cpy".

       fd territoryFile.
       01 territoryLine.
           03 tt-territory pic x(6).
           03 filler       pic x(1).
           03 tt-codeFrom  pic 9(5).
           03 filler       pic x(1).
           03 tt-codeTo    pic 9(5).
           03 filler       pic x(1).
           03 tt-city      pic x(20).
           03 filler       pic x(1).
           03 tt-manager   pic x(8).

       fd assignmentFile.
       01 assignmentRec.
       copy "territory.cpy".

       fd reportFile.
       01 reportLine pic x(132).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-territory  pic x(2).
       01 fs-assignment pic x(2).
       01 wsDatafilePath pic x(255).
       01 wsRunDate pic 9(8).
       01 territoryTable.
           03 territoryEntry occurs 500 times.
               05 te-territory pic x(6).
               05 te-codeFrom  pic 9(5).
               05 te-codeTo    pic 9(5).
               05 te-city      pic x(20).
               05 te-manager   pic x(8).
       01 territoryCount pic 9(9) comp-5 value 0.
       01 wsCitySub  pic 9(9) comp-5 value 0.
       01 wsRangeSub pic 9(9) comp-5 value 0.
       01 wsBestSub  pic 9(9) comp-5 value 0.
       01 wsRecordId pic 9(9).
       01 wsHadAssignment pic x(1) value "N".
       01 wsOldTerritory pic x(6).
       01 wsOldManager   pic x(8).
       01 contactCount    pic 9(9) comp-5 value 0.
       01 unchangedCount  pic 9(9) comp-5 value 0.
       01 newCount        pic 9(9) comp-5 value 0.
       01 movedCount      pic 9(9) comp-5 value 0.
       01 unassignedCount pic 9(9) comp-5 value 0.
       01 removedCount    pic 9(9) comp-5 value 0.
       01 reportHeading1.
           03 filler pic x(10) value "RECORD".
           03 filler pic x(31) value "NAME".
           03 filler pic x(8)  value "FROM".
           03 filler pic x(10) value "MANAGER".
           03 filler pic x(8)  value "TO".
           03 filler pic x(10) value "MANAGER".
           03 filler pic x(12) value "CHANGE".
       01 detailLine.
           03 dl-recordId     pic z(8)9.
           03 filler          pic x(1) value space.
           03 dl-name         pic x(30).
           03 filler          pic x(1) value space.
           03 dl-oldTerritory pic x(6).
           03 filler          pic x(2) value spaces.
           03 dl-oldManager   pic x(8).
           03 filler          pic x(2) value spaces.
           03 dl-newTerritory pic x(6).
           03 filler          pic x(2) value spaces.
           03 dl-newManager   pic x(8).
           03 filler          pic x(2) value spaces.
           03 dl-change       pic x(12).
       01 totalLine.
           03 tl-label pic x(24).
           03 tl-count pic z(8)9.

       procedure division.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           accept wsRunDate from date yyyymmdd
           perform 0500-load-territories
           if territoryCount = 0
               display "territory table empty - no contact placed"
               goback
           end-if

           open i-o assignmentFile
           if fs-assignment not = "00" and fs-assignment not = "05"
               display "territory assignments not usable, file status "
                   fs-assignment ", no contact placed"
               goback
           end-if
           open input datafile
           open output reportFile
           write reportLine from reportHeading1

           move zeros to recordId of rec
           start datafile key is >= recordId of rec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read datafile next record
                   at end
                       move "Y" to eof
                   not at end
                       perform 1000-place-one-contact
               end-read
           end-perform
           move "N" to eof

           perform 3000-remove-orphans
           perform 4000-write-totals
           close reportFile
           close datafile
           close assignmentFile

           display "contacts placed:     " contactCount
           display "newly assigned:      " newCount
           display "moved:               " movedCount
           display "unchanged:           " unchangedCount
           display "unassigned:          " unassignedCount
           display "placements removed:  " removedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> the same quiesce check the exclusive utilities make before
      *> they start - a "Q" row means one of them holds the system
      *> for maintenance, and a read that races the rebuild is how
      *> a reorganization fails at 2 a.m.
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

       0500-load-territories section.
           open input territoryFile
           if fs-territory = "00"
               perform until eof = "Y"
                   read territoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if territoryCount < 500
                               add 1 to territoryCount
                               move tt-territory
                                   to te-territory(territoryCount)
                               move tt-codeFrom
                                   to te-codeFrom(territoryCount)
                               move tt-codeTo
                                   to te-codeTo(territoryCount)
                               move tt-city
                                   to te-city(territoryCount)
                               move tt-manager
                                   to te-manager(territoryCount)
                           end-if
                   end-read
               end-perform
           end-if
           close territoryFile
           move "N" to eof
           .

       1000-place-one-contact section.
           add 1 to contactCount
           perform 1100-find-territory
           move recordId of rec to wsRecordId
           move wsRecordId to taRecordId of assignmentRec
           read assignmentFile
               key is taRecordId of assignmentRec
               invalid key
                   move "N" to wsHadAssignment
                   move spaces to wsOldTerritory
                   move spaces to wsOldManager
               not invalid key
                   move "Y" to wsHadAssignment
                   move taTerritory of assignmentRec to wsOldTerritory
                   move taManager of assignmentRec to wsOldManager
           end-read

           move spaces to detailLine
           move wsRecordId to dl-recordId
           move recordName of rec to dl-name
           move wsOldTerritory to dl-oldTerritory
           move wsOldManager to dl-oldManager
           evaluate true
               when wsBestSub = 0
                   add 1 to unassignedCount
                   if wsHadAssignment = "Y"
                       delete assignmentFile record end-delete
                   end-if
                   move "UNASSIGNED" to dl-change
                   write reportLine from detailLine
               when wsHadAssignment = "Y"
                    and wsOldTerritory = te-territory(wsBestSub)
                    and wsOldManager = te-manager(wsBestSub)
                   add 1 to unchangedCount
               when other
                   perform 1200-store-assignment
           end-evaluate
           .

      *> a city-specific row covering the code outranks a row that
      *> covers the code for every city
       1100-find-territory section.
           move 0 to wsCitySub
           move 0 to wsRangeSub
           move 1 to sub
           perform until sub > territoryCount
               if recordCode of rec >= te-codeFrom(sub)
                  and recordCode of rec <= te-codeTo(sub)
                   if te-city(sub) = spaces
                       if wsRangeSub = 0
                           move sub to wsRangeSub
                       end-if
                   else
                       if te-city(sub) = recordCity of rec
                          and wsCitySub = 0
                           move sub to wsCitySub
                       end-if
                   end-if
               end-if
               add 1 to sub
           end-perform
           if wsCitySub > 0
               move wsCitySub to wsBestSub
           else
               move wsRangeSub to wsBestSub
           end-if
           .

       1200-store-assignment section.
           move wsRecordId to taRecordId of assignmentRec
           move te-territory(wsBestSub) to taTerritory of assignmentRec
           move te-manager(wsBestSub) to taManager of assignmentRec
           move wsRunDate to taAssignedDate of assignmentRec
           if wsHadAssignment = "Y"
               rewrite assignmentRec end-rewrite
               add 1 to movedCount
               move "MOVED" to dl-change
           else
               write assignmentRec end-write
               add 1 to newCount
               move "NEW" to dl-change
           end-if
           move te-territory(wsBestSub) to dl-newTerritory
           move te-manager(wsBestSub) to dl-newManager
           write reportLine from detailLine
           .

      *> a placement whose contact has left this book - deleted,
      *> transferred, erased - would keep crediting its manager
       3000-remove-orphans section.
           move zeros to taRecordId of assignmentRec
           start assignmentFile
               key is >= taRecordId of assignmentRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read assignmentFile next record
                   at end
                       move "Y" to eof
                   not at end
                       perform 3100-check-one-placement
               end-read
           end-perform
           move "N" to eof
           .

       3100-check-one-placement section.
           move taRecordId of assignmentRec to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move spaces to detailLine
                   move taRecordId of assignmentRec to dl-recordId
                   move "(no record)" to dl-name
                   move taTerritory of assignmentRec
                       to dl-oldTerritory
                   move taManager of assignmentRec to dl-oldManager
                   move "REMOVED" to dl-change
                   write reportLine from detailLine
                   delete assignmentFile record end-delete
                   add 1 to removedCount
               not invalid key
                   continue
           end-read
           .

       4000-write-totals section.
           move spaces to reportLine
           write reportLine
           move spaces to totalLine
           move "CONTACTS PLACED" to tl-label
           move contactCount to tl-count
           write reportLine from totalLine
           move spaces to totalLine
           move "NEWLY ASSIGNED" to tl-label
           move newCount to tl-count
           write reportLine from totalLine
           move spaces to totalLine
           move "MOVED" to tl-label
           move movedCount to tl-count
           write reportLine from totalLine
           move spaces to totalLine
           move "UNCHANGED" to tl-label
           move unchangedCount to tl-count
           write reportLine from totalLine
           move spaces to totalLine
           move "UNASSIGNED" to tl-label
           move unassignedCount to tl-count
           write reportLine from totalLine
           move spaces to totalLine
           move "PLACEMENTS REMOVED" to tl-label
           move removedCount to tl-count
           write reportLine from totalLine
           .

       end program territoryAssignment.
