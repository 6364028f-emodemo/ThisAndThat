      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Checks that every child row on the side files still points
      *> at a parent: records-interactions, -addresses,
      *> -preferences, -nixie, -relationships (both parties) and
      *> -foreign, receivables-master.txt and installment-plans.txt
      *> by recordId, households.txt by its family/street/city key.
      *> A parent that is live in datafile or archived (soft-deleted
      *> and restorable) is fine; anything else is an orphan, and
      *> the audit trail says why - a recordId the audit never saw
      *> NEVER EXISTED here, one it saw go is a DELETED PARENT,
      *> unless the last name/family the audit held for it is now
      *> on another branch's datafile through branch-control.txt,
      *> when it was TRANSFERRED there (branchTransfer re-keys only
      *> the interactions and addresses it moves).  Writes
      *> integrity-report.txt, one line per orphan then the counts
      *> by file and cause.  Run with "REPAIR" by a level "S"
      *> operator on operator-permissions.txt it also moves every
      *> orphan to integrity-quarantine.txt - the whole child row,
      *> with the file, cause and parent - and removes it from its
      *> file; nothing is deleted outright.  A repair holds the
      *> system quiesced the way the exclusive utilities do; the
      *> report alone only checks the interlock.
       program-id. childIntegrityCheck as "childIntegrityCheck".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram, so a
      *> test run can point this job at a separate file
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select optional archiveFile
           assign to ".\records-archive.txt"
           organization is indexed
           access is dynamic
           record key recordId of archiveRec with no duplicates
           file status is fs-archive.

      *> another branch's book, opened in turn from branch-control.txt
           select otherFile assign to wsOtherPath
           organization is indexed
           access is dynamic
           record key recordId of otherRec with no duplicates
           alternate record key recordCity of otherRec
               with duplicates
           alternate record key recordName of otherRec
               with duplicates
           file status is fs-other.

           select optional branchFile
           assign to ".\branch-control.txt"
           organization is line sequential
           file status is fs-branch.

           select optional auditFile
           assign to ".\records-audit.txt"
           organization is line sequential
           file status is fs-audit.

           select optional interactionFile
           assign to ".\records-interactions.txt"
           organization is indexed
           access is dynamic
           record key interactionKey of interactionRec
               with no duplicates
           file status is fs-interaction.

           select optional addressFile
           assign to ".\records-addresses.txt"
           organization is indexed
           access is dynamic
           record key addressKey of addressRec with no duplicates
           file status is fs-address.

           select optional preferenceFile
           assign to ".\records-preferences.txt"
           organization is indexed
           access is dynamic
           record key prefRecordId of preferenceRec
               with no duplicates
           file status is fs-preference.

           select optional nixieFile
           assign to ".\records-nixie.txt"
           organization is indexed
           access is dynamic
           record key nixieRecordId of nixieRec
               with no duplicates
           file status is fs-nixie.

           select optional relationshipFile
           assign to ".\records-relationships.txt"
           organization is indexed
           access is dynamic
           record key relationshipKey of relationshipRec
               with no duplicates
           file status is fs-relationship.

           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-receivables.

           select optional householdFile
           assign to ".\households.txt"
           organization is line sequential
           file status is fs-household.

           select optional planFile
           assign to ".\installment-plans.txt"
           organization is line sequential
           file status is fs-plan.

           select optional foreignFile
           assign to ".\records-foreign.txt"
           organization is indexed
           access is dynamic
           record key foreignRecordId of foreignRec
               with no duplicates
           file status is fs-foreign.

           select optional permissionFile
           assign to ".\operator-permissions.txt"
           organization is line sequential
           file status is fs-permission.

           select reportFile assign to ".\integrity-report.txt"
           organization is line sequential.

      *> orphans moved out by a repair run - appended, never
      *> rewritten, so every repair's removals stay on record
           select optional quarantineFile
           assign to ".\integrity-quarantine.txt"
           organization is line sequential.

      *> the sequential children are rewritten through here without
      *> their orphans
           select workFile assign to ".\integrity-work.txt"
           organization is line sequential.

      *> the system-wide interlock - a repair needs the side files to
      *> itself: it refuses to start while any registered connection
      *> exists and posts a "Q" quiesce row until it finishes; the
      *> report alone refuses to start while a "Q" row stands
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           lock mode is automatic
           file status is fs-connectionfile.

       data division.
       file section.
       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd datafile.
       01 rec.
       copy "records.cpy".

       fd archiveFile.
       01 archiveRec.
       copy "records.cpy".

       fd otherFile.
       01 otherRec.
       copy "records.cpy".

       fd branchFile.
       01 branchLine.
           03 br-branchCode   pic x(3).
           03 filler          pic x(1).
           03 br-datafilePath pic x(60).

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

       fd interactionFile.
       01 interactionRec.
       copy "interaction.cpy".

       fd addressFile.
       01 addressRec.
       copy "address.cpy".

       fd preferenceFile.
       01 preferenceRec.
       copy "preference.cpy".

       fd nixieFile.
       01 nixieRec.
       copy "nixie.cpy".

       fd relationshipFile.
       01 relationshipRec.
       copy "relationship.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd householdFile.
       01 householdLine pic x(200).
       01 householdView redefines householdLine.
           03 ho-householdId pic 9(5).
           03 filler         pic x(1).
           03 ho-family      pic x(30).
           03 filler         pic x(1).
           03 ho-street      pic x(30).
           03 filler         pic x(1).
           03 ho-city        pic x(20).
           03 filler         pic x(112).

       fd planFile.
       01 planLine pic x(200).
       01 planView redefines planLine.
           03 pl-planNo    pic 9(9).
           03 filler       pic x(1).
           03 pl-recordId  pic 9(9).
           03 filler       pic x(1).
           03 pl-periodNo  pic 9(3).
           03 filler       pic x(177).

       fd foreignFile.
       01 foreignRec.
       copy "foreign.cpy".

       fd permissionFile.
       01 permissionLine.
           03 op-operatorId pic x(8).
           03 filler        pic x(1).
           03 op-level      pic x(1).

       fd reportFile.
       01 reportLine pic x(100).

       fd quarantineFile.
       01 quarantineLine.
           03 qu-runDate  pic 9(8).
           03 filler      pic x(1).
           03 qu-operator pic x(8).
           03 filler      pic x(1).
           03 qu-file     pic x(26).
           03 filler      pic x(1).
           03 qu-cause    pic x(14).
           03 filler      pic x(1).
           03 qu-parentId pic 9(9).
           03 filler      pic x(1).
           03 qu-image    pic x(200).

       fd workFile.
       01 workLine pic x(200).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-connectionfile pic x(2).
       01 fs-datafile      pic x(2).
       01 fs-archive       pic x(2).
       01 fs-other         pic x(2).
       01 fs-branch        pic x(2).
       01 fs-audit         pic x(2).
       01 fs-interaction   pic x(2).
       01 fs-address       pic x(2).
       01 fs-preference    pic x(2).
       01 fs-nixie         pic x(2).
       01 fs-relationship  pic x(2).
       01 fs-receivables   pic x(2).
       01 fs-household     pic x(2).
       01 fs-plan          pic x(2).
       01 fs-foreign       pic x(2).
       01 fs-permission    pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 wsLockBusy pic x(1) value "N".
       78 quiesceHolder value "INTEGRTY".
       01 lockStamp pic 9(8).
      *> the key of the marker this run posted - what the release
      *> takes off again
       01 wsQuiesceKey pic x(61) value spaces.
       01 wsDatafilePath pic x(255).
       01 wsOtherPath pic x(255).
       01 wsRunDate pic 9(8).
       01 wsRepair pic x(1) value "N".
       01 wsOperatorLevel pic x(1) value "O".
       01 wsParentId pic 9(9) comp-5 value 0.
       01 wsParentLive pic x(1) value "N".
       01 wsParentSub pic 9(9) comp-5 value 0.
       01 wsFileSub pic 9(2) comp-5 value 0.
       01 wsOrphanKey pic x(28).
       01 wsKeyText pic x(30).
       01 wsNameEof pic x(1) value "N".
       01 wsOrphanFound pic x(1) value "N".
       01 orphanSub pic 9(9) comp-5 value 1.
       01 branchSub pic 9(9) comp-5 value 1.
       01 causeSub pic 9(2) comp-5 value 1.
       01 wsPlanKey.
           03 wk-planNo   pic 9(9).
           03 wk-periodNo pic 9(3).
       01 wsHouseholdKey pic 9(5).
       01 wsKeyNumber pic z(8)9.
       01 wsRelOther pic 9(9).
       01 childCount    pic 9(9) comp-5 value 0.
       01 orphanOverflow pic 9(9) comp-5 value 0.
       01 quarantinedCount pic 9(9) comp-5 value 0.

      *> the child files by number - the order they are scanned in
       01 childFileNames.
           03 filler pic x(26) value "records-interactions.txt".
           03 filler pic x(26) value "records-addresses.txt".
           03 filler pic x(26) value "records-preferences.txt".
           03 filler pic x(26) value "records-nixie.txt".
           03 filler pic x(26) value "records-relationships.txt".
           03 filler pic x(26) value "receivables-master.txt".
           03 filler pic x(26) value "households.txt".
           03 filler pic x(26) value "installment-plans.txt".
           03 filler pic x(26) value "records-foreign.txt".
       01 childFileTable redefines childFileNames.
           03 childFileName occurs 9 times pic x(26).
       78 childFileCount value 9.

       01 causeNames.
           03 filler pic x(14) value "DELETED PARENT".
           03 filler pic x(14) value "NEVER EXISTED".
           03 filler pic x(14) value "TRANSFERRED".
       01 causeTable redefines causeNames.
           03 causeName occurs 3 times pic x(14).
       78 causeDeleted value 1.
       78 causeNeverExisted value 2.
       78 causeTransferred value 3.

       01 causeCountTable.
           03 causeCountFile occurs 9 times.
               05 cc-count occurs 3 times pic 9(9) comp-5.
       01 causeTotals.
           03 ct-total occurs 3 times pic 9(9) comp-5.

      *> the other branches' books from branch-control.txt - this
      *> branch's own datafile is left out
       01 branchTable.
           03 branchEntry occurs 50 times.
               05 bt-branchCode   pic x(3).
               05 bt-datafilePath pic x(60).
       01 branchCount pic 9(9) comp-5 value 0.

      *> one row per missing parent - a recordId, or for a household
      *> its family/street/city - with what the audit last held for
      *> it and the cause that gives
       01 parentTable.
           03 parentEntry occurs 2000 times.
               05 pt-kind       pic x(1).
               05 pt-recordId   pic 9(9) comp-5.
               05 pt-family     pic x(30).
               05 pt-street     pic x(30).
               05 pt-city       pic x(20).
               05 pt-seen       pic x(1).
               05 pt-lastName   pic x(30).
               05 pt-lastFamily pic x(30).
               05 pt-causeSub   pic 9(2) comp-5.
               05 pt-branch     pic x(3).
       01 parentCount pic 9(9) comp-5 value 0.

       01 orphanTable.
           03 orphanEntry occurs 5000 times.
               05 or-fileSub   pic 9(2) comp-5.
               05 or-key       pic x(28).
               05 or-keyText   pic x(30).
               05 or-parentSub pic 9(9) comp-5.
       01 orphanCount pic 9(9) comp-5 value 0.

      *> households.txt loaded whole - a household is live while any
      *> live or archived record still carries its family/street/city
       01 householdTable.
           03 householdEntry occurs 2000 times.
               05 hh-householdId pic 9(5).
               05 hh-family      pic x(30).
               05 hh-street      pic x(30).
               05 hh-city        pic x(20).
               05 hh-live        pic x(1).
       01 householdCount pic 9(9) comp-5 value 0.
       01 householdSub pic 9(9) comp-5 value 1.

       01 reportHeading.
           03 filler     pic x(26) value "CHILD INTEGRITY CHECK RUN".
           03 rh-runDate pic 9(8).
           03 filler     pic x(2) value spaces.
           03 rh-mode    pic x(6).
       01 columnHeading.
           03 filler pic x(27) value "FILE".
           03 filler pic x(31) value "CHILD".
           03 filler pic x(10) value "PARENT".
           03 filler pic x(15) value "CAUSE".
           03 filler pic x(6) value "BRANCH".
       01 detailLine.
           03 dl-file     pic x(26).
           03 filler      pic x(1) value space.
           03 dl-keyText  pic x(30).
           03 filler      pic x(1) value space.
           03 dl-parentId pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-cause    pic x(14).
           03 filler      pic x(1) value space.
           03 dl-branch   pic x(3).
       01 summaryHeading.
           03 filler pic x(27) value "ORPHANS BY FILE".
           03 filler pic x(15) value "DELETED PARENT".
           03 filler pic x(15) value "NEVER EXISTED".
           03 filler pic x(15) value "TRANSFERRED".
       01 summaryLine.
           03 sl-file    pic x(26).
           03 filler     pic x(1) value space.
           03 sl-deleted pic z(8)9.
           03 filler     pic x(6) value spaces.
           03 sl-never   pic z(8)9.
           03 filler     pic x(6) value spaces.
           03 sl-moved   pic z(8)9.
       01 overflowLine.
           03 filler      pic x(40)
               value "ORPHANS NOT HELD - RERUN AFTER REPAIR".
           03 ov-count    pic z(8)9.
       01 repairLine.
           03 filler      pic x(40)
               value "ORPHANS MOVED TO QUARANTINE".
           03 rp-count    pic z(8)9.

       linkage section.
      *> "REPAIR" to quarantine the orphans, anything else reports
       01 modeParm pic x(6).
      *> who is running it - a repair needs level "S"
       01 operatorParm pic x(8).

       procedure division using modeParm operatorParm.
       0000-mainline section.
           if modeParm = "REPAIR"
               move "Y" to wsRepair
               perform 0500-check-supervisor
               if wsOperatorLevel not = "S"
                   display "operator " operatorParm " is not a"
                       " supervisor - no repair made"
                   goback
               end-if
               perform 0050-take-quiesce
               if wsLockBusy = "Y"
                   display "system busy - repair not started"
                   goback
               end-if
           else
               perform 0010-check-quiesce
               if wsQuiesced = "Y"
                   display "not started - try again after maintenance"
                   goback
               end-if
           end-if
           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           accept wsRunDate from date yyyymmdd

           open input datafile
           if fs-datafile not = "00"
               display "datafile not usable, file status " fs-datafile
               if wsRepair = "Y"
                   perform 9900-release-quiesce
               end-if
               goback
           end-if
           open input archiveFile
           perform 1000-load-branches

           perform 2100-scan-interactions
           perform 2200-scan-addresses
           perform 2300-scan-preferences
           perform 2400-scan-nixie
           perform 2500-scan-relationships
           perform 2600-scan-receivables
           perform 2700-scan-households
           perform 2800-scan-plans
           perform 2900-scan-foreign

           close archiveFile
           close datafile

           if parentCount > 0
               perform 4000-trace-audit
               perform 5000-find-transfers
           end-if
           perform 6000-write-report

           if wsRepair = "Y"
               if orphanCount > 0
                   perform 7000-quarantine-orphans
               end-if
               perform 9900-release-quiesce
           end-if

           display "child rows checked:  " childCount
           display "orphans found:       " orphanCount
           if orphanOverflow > 0
               display "orphans not held:    " orphanOverflow
           end-if
           if wsRepair = "Y"
               display "orphans quarantined: " quarantinedCount
           end-if
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

      *> refuses to start while any registered connection exists,
      *> naming the holder, then posts the quiesce marker that keeps
      *> new connections out while orphans are moved
       0050-take-quiesce section.
           move "N" to wsLockBusy
           move "N" to wsLockEof
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
           end-if
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

      *> same lookup signOnOperatorFunc does - no row, or any level
      *> but "S", refuses the repair
       0500-check-supervisor section.
           move "O" to wsOperatorLevel
           move "N" to eof
           open input permissionFile
           if fs-permission = "00"
               perform until eof = "Y"
                   read permissionFile
                       at end
                           move "Y" to eof
                       not at end
                           if op-operatorId = operatorParm
                               move op-level to wsOperatorLevel
                               move "Y" to eof
                           end-if
                   end-read
               end-perform
           end-if
           close permissionFile
           move "N" to eof
           .

       1000-load-branches section.
           move 0 to branchCount
           move "N" to eof
           open input branchFile
           if fs-branch = "00"
               perform until eof = "Y"
                   read branchFile
                       at end
                           move "Y" to eof
                       not at end
                           if br-branchCode not = spaces
                              and br-datafilePath not = wsDatafilePath
                              and branchCount < 50
                               add 1 to branchCount
                               move br-branchCode
                                   to bt-branchCode(branchCount)
                               move br-datafilePath
                                   to bt-datafilePath(branchCount)
                           end-if
                   end-read
               end-perform
           end-if
           close branchFile
           move "N" to eof
           .

      *> live in datafile, or archived and restorable - either way
      *> the child still has a parent
       1900-check-parent section.
           move "Y" to wsParentLive
           move wsParentId to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move wsParentId to recordId of archiveRec
                   read archiveFile
                       key is recordId of archiveRec
                       invalid key
                           move "N" to wsParentLive
                   end-read
           end-read
           .

      *> files the orphan in wsFileSub/wsOrphanKey/wsKeyText against
      *> its missing recordId, once per parent however many children
      *> it left behind
       1950-add-orphan section.
           move 0 to wsParentSub
           move 1 to sub
           perform until sub > parentCount or wsParentSub > 0
               if pt-kind(sub) = "I"
                  and pt-recordId(sub) = wsParentId
                   move sub to wsParentSub
               end-if
               add 1 to sub
           end-perform
           if wsParentSub = 0 and parentCount < 2000
               add 1 to parentCount
               move parentCount to wsParentSub
               move "I" to pt-kind(parentCount)
               move wsParentId to pt-recordId(parentCount)
               move spaces to pt-family(parentCount)
               move spaces to pt-street(parentCount)
               move spaces to pt-city(parentCount)
               perform 1990-clear-parent-trace
           end-if
           perform 1960-hold-orphan
           .

       1960-hold-orphan section.
           if orphanCount < 5000 and wsParentSub > 0
               add 1 to orphanCount
               move wsFileSub to or-fileSub(orphanCount)
               move wsOrphanKey to or-key(orphanCount)
               move wsKeyText to or-keyText(orphanCount)
               move wsParentSub to or-parentSub(orphanCount)
           else
               add 1 to orphanOverflow
           end-if
           .

       1990-clear-parent-trace section.
           move "N" to pt-seen(parentCount)
           move spaces to pt-lastName(parentCount)
           move spaces to pt-lastFamily(parentCount)
           move causeNeverExisted to pt-causeSub(parentCount)
           move spaces to pt-branch(parentCount)
           .

       2100-scan-interactions section.
           move 1 to wsFileSub
           move "N" to eof
           open input interactionFile
           perform until eof = "Y"
               read interactionFile next record
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to childCount
                       move interactionRecordId of interactionRec
                           to wsParentId
                       perform 1900-check-parent
                       if wsParentLive = "N"
                           move interactionKey of interactionRec
                               to wsOrphanKey
                           move interactionTimestamp of interactionRec
                               to wsKeyText
                           perform 1950-add-orphan
                       end-if
               end-read
           end-perform
           close interactionFile
           .

       2200-scan-addresses section.
           move 2 to wsFileSub
           move "N" to eof
           open input addressFile
           perform until eof = "Y"
               read addressFile next record
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to childCount
                       move addressRecordId of addressRec
                           to wsParentId
                       perform 1900-check-parent
                       if wsParentLive = "N"
                           move addressKey of addressRec
                               to wsOrphanKey
                           move spaces to wsKeyText
                           string "type " delimited by size
                                  addressType of addressRec
                                      delimited by size
                               into wsKeyText
                           end-string
                           perform 1950-add-orphan
                       end-if
               end-read
           end-perform
           close addressFile
           .

       2300-scan-preferences section.
           move 3 to wsFileSub
           move "N" to eof
           open input preferenceFile
           perform until eof = "Y"
               read preferenceFile next record
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to childCount
                       move prefRecordId of preferenceRec
                           to wsParentId
                       perform 1900-check-parent
                       if wsParentLive = "N"
                           move prefRecordId of preferenceRec
                               to wsOrphanKey
                           move "preferences" to wsKeyText
                           perform 1950-add-orphan
                       end-if
               end-read
           end-perform
           close preferenceFile
           .

       2400-scan-nixie section.
           move 4 to wsFileSub
           move "N" to eof
           open input nixieFile
           perform until eof = "Y"
               read nixieFile next record
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to childCount
                       move nixieRecordId of nixieRec to wsParentId
                       perform 1900-check-parent
                       if wsParentLive = "N"
                           move nixieRecordId of nixieRec
                               to wsOrphanKey
                           move "nixie flag" to wsKeyText
                           perform 1950-add-orphan
                       end-if
               end-read
           end-perform
           close nixieFile
           .

      *> a relationship needs both parties - the first one missing
      *> is the parent it is filed against
       2500-scan-relationships section.
           move 5 to wsFileSub
           move "N" to eof
           open input relationshipFile
           perform until eof = "Y"
               read relationshipFile next record
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to childCount
                       move relRecordId1 of relationshipRec
                           to wsParentId
                       move relRecordId2 of relationshipRec
                           to wsRelOther
                       perform 1900-check-parent
                       if wsParentLive = "Y"
                           move relRecordId2 of relationshipRec
                               to wsParentId
                           move relRecordId1 of relationshipRec
                               to wsRelOther
                           perform 1900-check-parent
                       end-if
                       if wsParentLive = "N"
                           move relationshipKey of relationshipRec
                               to wsOrphanKey
                           move spaces to wsKeyText
                           string "with " delimited by size
                                  wsRelOther delimited by size
                                  " " delimited by size
                                  relRole of relationshipRec
                                      delimited by size
                               into wsKeyText
                           end-string
                           perform 1950-add-orphan
                       end-if
               end-read
           end-perform
           close relationshipFile
           .

       2600-scan-receivables section.
           move 6 to wsFileSub
           move "N" to eof
           open input receivablesFile
           perform until eof = "Y"
               read receivablesFile next record
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to childCount
                       move rmRecordId of receivableRec to wsParentId
                       perform 1900-check-parent
                       if wsParentLive = "N"
                           move rmInvoiceNo of receivableRec
                               to wsOrphanKey
                           move rmInvoiceNo of receivableRec
                               to wsKeyNumber
                           move spaces to wsKeyText
                           string "invoice " delimited by size
                                  wsKeyNumber delimited by size
                               into wsKeyText
                           end-string
                           perform 1950-add-orphan
                       end-if
               end-read
           end-perform
           close receivablesFile
           .

      *> a household's parent is its family/street/city - looked up
      *> through datafile's city index, then the archive for those
      *> still unmatched
       2700-scan-households section.
           move 7 to wsFileSub
           move 0 to householdCount
           move "N" to eof
           open input householdFile
           if fs-household = "00"
               perform until eof = "Y"
                   read householdFile
                       at end
                           move "Y" to eof
                       not at end
                           if householdCount < 2000
                               add 1 to householdCount
                               add 1 to childCount
                               move ho-householdId
                                 to hh-householdId(householdCount)
                               move ho-family
                                   to hh-family(householdCount)
                               move ho-street
                                   to hh-street(householdCount)
                               move ho-city
                                   to hh-city(householdCount)
                               move "N" to hh-live(householdCount)
                           end-if
                   end-read
               end-perform
           end-if
           close householdFile
           move 1 to householdSub
           perform until householdSub > householdCount
               perform 2710-find-live-member
               add 1 to householdSub
           end-perform
           perform 2720-find-archived-members
           move 1 to householdSub
           perform until householdSub > householdCount
               if hh-live(householdSub) = "N"
                   perform 2730-add-household-orphan
               end-if
               add 1 to householdSub
           end-perform
           move "N" to eof
           .

       2710-find-live-member section.
           move "N" to wsNameEof
           move hh-city(householdSub) to recordCity of rec
           start datafile key is = recordCity of rec
               invalid key
                   move "Y" to wsNameEof
           end-start
           perform until wsNameEof = "Y"
               read datafile next record
                   at end
                       move "Y" to wsNameEof
                   not at end
                       if recordCity of rec not = hh-city(householdSub)
                           move "Y" to wsNameEof
                       else
                           if recordFamily of rec
                                   = hh-family(householdSub)
                              and recordStreet of rec
                                   = hh-street(householdSub)
                               move "Y" to hh-live(householdSub)
                               move "Y" to wsNameEof
                           end-if
                       end-if
               end-read
           end-perform
           .

       2720-find-archived-members section.
           move "N" to eof
           move zeros to recordId of archiveRec
           start archiveFile key is >= recordId of archiveRec
               invalid key
                   move "Y" to eof
           end-start
           perform until eof = "Y"
               read archiveFile next record
                   at end
                       move "Y" to eof
                   not at end
                       move 1 to householdSub
                       perform until householdSub > householdCount
                           if hh-live(householdSub) = "N"
                              and recordFamily of archiveRec
                                   = hh-family(householdSub)
                              and recordStreet of archiveRec
                                   = hh-street(householdSub)
                              and recordCity of archiveRec
                                   = hh-city(householdSub)
                               move "Y" to hh-live(householdSub)
                           end-if
                           add 1 to householdSub
                       end-perform
               end-read
           end-perform
           move "N" to eof
           .

       2730-add-household-orphan section.
           move 0 to wsParentSub
           if parentCount < 2000
               add 1 to parentCount
               move parentCount to wsParentSub
               move "H" to pt-kind(parentCount)
               move 0 to pt-recordId(parentCount)
               move hh-family(householdSub) to pt-family(parentCount)
               move hh-street(householdSub) to pt-street(parentCount)
               move hh-city(householdSub) to pt-city(parentCount)
               perform 1990-clear-parent-trace
           end-if
           move spaces to wsOrphanKey
           move hh-householdId(householdSub) to wsOrphanKey(1:5)
           move spaces to wsKeyText
           string hh-householdId(householdSub) delimited by size
                  " " delimited by size
                  hh-family(householdSub) delimited by size
               into wsKeyText
           end-string
           perform 1960-hold-orphan
           .

       2800-scan-plans section.
           move 8 to wsFileSub
           move "N" to eof
           open input planFile
           if fs-plan = "00"
               perform until eof = "Y"
                   read planFile
                       at end
                           move "Y" to eof
                       not at end
                           if pl-planNo is numeric
                              and pl-recordId is numeric
                               add 1 to childCount
                               move pl-recordId to wsParentId
                               perform 1900-check-parent
                               if wsParentLive = "N"
                                   perform 2810-hold-plan-orphan
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close planFile
           move "N" to eof
           .

       2810-hold-plan-orphan section.
           move pl-planNo to wk-planNo
           move pl-periodNo to wk-periodNo
           move spaces to wsOrphanKey
           move wsPlanKey to wsOrphanKey(1:12)
           move spaces to wsKeyText
           string "plan " delimited by size
                  pl-planNo delimited by size
                  " period " delimited by size
                  pl-periodNo delimited by size
               into wsKeyText
           end-string
           perform 1950-add-orphan
           .

       2900-scan-foreign section.
           move 9 to wsFileSub
           move "N" to eof
           open input foreignFile
           perform until eof = "Y"
               read foreignFile next record
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to childCount
                       move foreignRecordId of foreignRec
                           to wsParentId
                       perform 1900-check-parent
                       if wsParentLive = "N"
                           move foreignRecordId of foreignRec
                               to wsOrphanKey
                           move spaces to wsKeyText
                           string "country " delimited by size
                                  foreignCountry of foreignRec
                                      delimited by size
                               into wsKeyText
                           end-string
                           perform 1950-add-orphan
                       end-if
               end-read
           end-perform
           close foreignFile
           .

      *> one pass over the audit trail: a missing parent the audit
      *> ever wrote, changed or deleted existed here, and the last
      *> name/family it held is what the other branches are searched
      *> for
       4000-trace-audit section.
           move "N" to eof
           open input auditFile
           if fs-audit = "00"
               perform until eof = "Y"
                   read auditFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 4100-match-audit-row
                   end-read
               end-perform
           end-if
           close auditFile
           move "N" to eof
           move 1 to sub
           perform until sub > parentCount
               if pt-seen(sub) = "Y"
                   move causeDeleted to pt-causeSub(sub)
               else
                   move causeNeverExisted to pt-causeSub(sub)
               end-if
               add 1 to sub
           end-perform
           .

       4100-match-audit-row section.
           move 1 to sub
           perform until sub > parentCount
               if pt-kind(sub) = "I"
                   evaluate true
                       when recordId of au-after = pt-recordId(sub)
                           move "Y" to pt-seen(sub)
                           move recordName of au-after
                               to pt-lastName(sub)
                           move recordFamily of au-after
                               to pt-lastFamily(sub)
                       when recordId of au-before = pt-recordId(sub)
                           move "Y" to pt-seen(sub)
                           move recordName of au-before
                               to pt-lastName(sub)
                           move recordFamily of au-before
                               to pt-lastFamily(sub)
                   end-evaluate
               else
                   evaluate true
                       when recordFamily of au-after = pt-family(sub)
                        and recordStreet of au-after = pt-street(sub)
                        and recordCity of au-after = pt-city(sub)
                           move "Y" to pt-seen(sub)
                           move recordName of au-after
                               to pt-lastName(sub)
                           move recordFamily of au-after
                               to pt-lastFamily(sub)
                       when recordFamily of au-before = pt-family(sub)
                        and recordStreet of au-before = pt-street(sub)
                        and recordCity of au-before = pt-city(sub)
                           move "Y" to pt-seen(sub)
                           move recordName of au-before
                               to pt-lastName(sub)
                           move recordFamily of au-before
                               to pt-lastFamily(sub)
                   end-evaluate
               end-if
               add 1 to sub
           end-perform
           .

      *> each other branch's book is opened once and searched by
      *> name for every deleted parent not yet placed
       5000-find-transfers section.
           move 1 to branchSub
           perform until branchSub > branchCount
               move bt-datafilePath(branchSub) to wsOtherPath
               open input otherFile
               if fs-other = "00"
                   move 1 to sub
                   perform until sub > parentCount
                       if pt-causeSub(sub) = causeDeleted
                          and pt-lastName(sub) not = spaces
                           perform 5100-look-up-name
                       end-if
                       add 1 to sub
                   end-perform
                   close otherFile
               end-if
               add 1 to branchSub
           end-perform
           .

       5100-look-up-name section.
           move "N" to wsNameEof
           move pt-lastName(sub) to recordName of otherRec
           start otherFile key is = recordName of otherRec
               invalid key
                   move "Y" to wsNameEof
           end-start
           perform until wsNameEof = "Y"
               read otherFile next record
                   at end
                       move "Y" to wsNameEof
                   not at end
                       if recordName of otherRec not = pt-lastName(sub)
                           move "Y" to wsNameEof
                       else
                           if recordFamily of otherRec
                                   = pt-lastFamily(sub)
                               move causeTransferred
                                   to pt-causeSub(sub)
                               move bt-branchCode(branchSub)
                                   to pt-branch(sub)
                               move "Y" to wsNameEof
                           end-if
                       end-if
               end-read
           end-perform
           .

       6000-write-report section.
           initialize causeCountTable
           initialize causeTotals
           open output reportFile
           move wsRunDate to rh-runDate
           if wsRepair = "Y"
               move "REPAIR" to rh-mode
           else
               move "REPORT" to rh-mode
           end-if
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine
           write reportLine from columnHeading
           move 1 to orphanSub
           perform until orphanSub > orphanCount
               move or-parentSub(orphanSub) to sub
               move pt-causeSub(sub) to causeSub
               move or-fileSub(orphanSub) to wsFileSub
               add 1 to cc-count(wsFileSub, causeSub)
               add 1 to ct-total(causeSub)
               move spaces to detailLine
               move childFileName(wsFileSub) to dl-file
               move or-keyText(orphanSub) to dl-keyText
               move pt-recordId(sub) to dl-parentId
               move causeName(causeSub) to dl-cause
               move pt-branch(sub) to dl-branch
               write reportLine from detailLine
               add 1 to orphanSub
           end-perform

           move spaces to reportLine
           write reportLine
           write reportLine from summaryHeading
           move 1 to wsFileSub
           perform until wsFileSub > childFileCount
               move spaces to summaryLine
               move childFileName(wsFileSub) to sl-file
               move cc-count(wsFileSub, causeDeleted) to sl-deleted
               move cc-count(wsFileSub, causeNeverExisted) to sl-never
               move cc-count(wsFileSub, causeTransferred) to sl-moved
               write reportLine from summaryLine
               add 1 to wsFileSub
           end-perform
           move spaces to summaryLine
           move "TOTAL" to sl-file
           move ct-total(causeDeleted) to sl-deleted
           move ct-total(causeNeverExisted) to sl-never
           move ct-total(causeTransferred) to sl-moved
           write reportLine from summaryLine
           if orphanOverflow > 0
               move orphanOverflow to ov-count
               write reportLine from overflowLine
           end-if
           close reportFile
           .

      *> every held orphan goes to the quarantine file whole before
      *> it is removed from its own file - the indexed children by
      *> key, the two sequential ones rewritten without them
       7000-quarantine-orphans section.
           open extend quarantineFile
           open i-o interactionFile
           open i-o addressFile
           open i-o preferenceFile
           open i-o nixieFile
           open i-o relationshipFile
           open i-o receivablesFile
           open i-o foreignFile
           move 1 to orphanSub
           perform until orphanSub > orphanCount
               move or-fileSub(orphanSub) to wsFileSub
               evaluate wsFileSub
                   when 1
                       perform 7100-quarantine-interaction
                   when 2
                       perform 7200-quarantine-address
                   when 3
                       perform 7300-quarantine-preference
                   when 4
                       perform 7400-quarantine-nixie
                   when 5
                       perform 7500-quarantine-relationship
                   when 6
                       perform 7600-quarantine-receivable
                   when 9
                       perform 7900-quarantine-foreign
               end-evaluate
               add 1 to orphanSub
           end-perform
           close foreignFile
           close receivablesFile
           close relationshipFile
           close nixieFile
           close preferenceFile
           close addressFile
           close interactionFile
           perform 7700-rewrite-households
           perform 7800-rewrite-plans
           close quarantineFile

           open extend reportFile
           move quarantinedCount to rp-count
           write reportLine from repairLine
           close reportFile
           .

       7050-write-quarantine section.
           move or-parentSub(orphanSub) to sub
           move wsRunDate to qu-runDate
           move operatorParm to qu-operator
           move childFileName(wsFileSub) to qu-file
           move pt-causeSub(sub) to causeSub
           move causeName(causeSub) to qu-cause
           move pt-recordId(sub) to qu-parentId
           write quarantineLine
           add 1 to quarantinedCount
           .

       7100-quarantine-interaction section.
           move or-key(orphanSub) to interactionKey of interactionRec
           read interactionFile
               key is interactionKey of interactionRec
               invalid key
                   continue
               not invalid key
                   move spaces to quarantineLine
                   move interactionRec to qu-image
                   perform 7050-write-quarantine
                   delete interactionFile record end-delete
           end-read
           .

       7200-quarantine-address section.
           move or-key(orphanSub) to addressKey of addressRec
           read addressFile
               key is addressKey of addressRec
               invalid key
                   continue
               not invalid key
                   move spaces to quarantineLine
                   move addressRec to qu-image
                   perform 7050-write-quarantine
                   delete addressFile record end-delete
           end-read
           .

       7300-quarantine-preference section.
           move or-key(orphanSub) to prefRecordId of preferenceRec
           read preferenceFile
               key is prefRecordId of preferenceRec
               invalid key
                   continue
               not invalid key
                   move spaces to quarantineLine
                   move preferenceRec to qu-image
                   perform 7050-write-quarantine
                   delete preferenceFile record end-delete
           end-read
           .

       7400-quarantine-nixie section.
           move or-key(orphanSub) to nixieRecordId of nixieRec
           read nixieFile
               key is nixieRecordId of nixieRec
               invalid key
                   continue
               not invalid key
                   move spaces to quarantineLine
                   move nixieRec to qu-image
                   perform 7050-write-quarantine
                   delete nixieFile record end-delete
           end-read
           .

       7500-quarantine-relationship section.
           move or-key(orphanSub)
               to relationshipKey of relationshipRec
           read relationshipFile
               key is relationshipKey of relationshipRec
               invalid key
                   continue
               not invalid key
                   move spaces to quarantineLine
                   move relationshipRec to qu-image
                   perform 7050-write-quarantine
                   delete relationshipFile record end-delete
           end-read
           .

       7600-quarantine-receivable section.
           move or-key(orphanSub) to rmInvoiceNo of receivableRec
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   continue
               not invalid key
                   move spaces to quarantineLine
                   move receivableRec to qu-image
                   perform 7050-write-quarantine
                   delete receivablesFile record end-delete
           end-read
           .

       7900-quarantine-foreign section.
           move or-key(orphanSub) to foreignRecordId of foreignRec
           read foreignFile
               key is foreignRecordId of foreignRec
               invalid key
                   continue
               not invalid key
                   move spaces to quarantineLine
                   move foreignRec to qu-image
                   perform 7050-write-quarantine
                   delete foreignFile record end-delete
           end-read
           .

       7700-rewrite-households section.
           move 7 to wsFileSub
           move "N" to eof
           open input householdFile
           if fs-household = "00"
               open output workFile
               perform until eof = "Y"
                   read householdFile
                       at end
                           move "Y" to eof
                       not at end
                           move ho-householdId to wsHouseholdKey
                           perform 7710-find-household-orphan
                           if wsOrphanFound = "Y"
                               move spaces to quarantineLine
                               move householdLine to qu-image
                               perform 7050-write-quarantine
                           else
                               write workLine from householdLine
                           end-if
                   end-read
               end-perform
               close workFile
               close householdFile
               open input workFile
               open output householdFile
               perform 7720-copy-work-back-households
               close householdFile
               close workFile
           else
               close householdFile
           end-if
           move "N" to eof
           .

       7710-find-household-orphan section.
           move "N" to wsOrphanFound
           move 1 to orphanSub
           perform until orphanSub > orphanCount
                   or wsOrphanFound = "Y"
               if or-fileSub(orphanSub) = 7
                  and or-key(orphanSub)(1:5) = wsHouseholdKey
                   move "Y" to wsOrphanFound
               else
                   add 1 to orphanSub
               end-if
           end-perform
           .

       7720-copy-work-back-households section.
           move "N" to eof
           perform until eof = "Y"
               read workFile
                   at end
                       move "Y" to eof
                   not at end
                       write householdLine from workLine
               end-read
           end-perform
           move "N" to eof
           .

       7800-rewrite-plans section.
           move 8 to wsFileSub
           move "N" to eof
           open input planFile
           if fs-plan = "00"
               open output workFile
               perform until eof = "Y"
                   read planFile
                       at end
                           move "Y" to eof
                       not at end
                           move "N" to wsOrphanFound
                           if pl-planNo is numeric
                              and pl-periodNo is numeric
                               move pl-planNo to wk-planNo
                               move pl-periodNo to wk-periodNo
                               perform 7810-find-plan-orphan
                           end-if
                           if wsOrphanFound = "Y"
                               move spaces to quarantineLine
                               move planLine to qu-image
                               perform 7050-write-quarantine
                           else
                               write workLine from planLine
                           end-if
                   end-read
               end-perform
               close workFile
               close planFile
               open input workFile
               open output planFile
               perform 7820-copy-work-back-plans
               close planFile
               close workFile
           else
               close planFile
           end-if
           move "N" to eof
           .

       7810-find-plan-orphan section.
           move "N" to wsOrphanFound
           move 1 to orphanSub
           perform until orphanSub > orphanCount
                   or wsOrphanFound = "Y"
               if or-fileSub(orphanSub) = 8
                  and or-key(orphanSub)(1:12) = wsPlanKey
                   move "Y" to wsOrphanFound
               else
                   add 1 to orphanSub
               end-if
           end-perform
           .

       7820-copy-work-back-plans section.
           move "N" to eof
           perform until eof = "Y"
               read workFile
                   at end
                       move "Y" to eof
                   not at end
                       write planLine from workLine
               end-read
           end-perform
           move "N" to eof
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

       end program childIntegrityCheck.
