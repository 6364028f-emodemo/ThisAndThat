      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The monthly complaint summary for the quality review -
      *> complaint volumes off complaint-cases.txt by category and
      *> by region, the complaining contact's recordCity rolled up
      *> through the cityRegion field of city-master.txt the way
      *> regionRollupReport does (no region = UNASSIGNED).  For each
      *> category and region: cases received in the month, how many
      *> of those were acknowledged within the window, cases
      *> resolved in the month and how many of those within the
      *> resolution window - the windows complaintSlaReport holds
      *> cases to, from complaint-sla.txt.  Category subtotals and a
      *> grand total close the report.  monthParm is the yyyymm
      *> month to report.
       program-id. complaintMonthlySummary
           as "complaintMonthlySummary".

       environment division.
       input-output section.
       file-control.
           select optional complaintFile
           assign to ".\complaint-cases.txt"
           organization is indexed
           access is dynamic
           record key cpCaseNo of complaintRec with no duplicates
           alternate record key cpRecordId of complaintRec
               with duplicates
           file status is fs-complaint.

           select optional slaFile assign to ".\complaint-sla.txt"
           organization is line sequential
           file status is fs-sla.

           select optional cityFile assign to ".\city-master.txt"
           organization is indexed
           access is dynamic
           record key cityName of cityMasterRec with no duplicates
           file status is fs-city.

      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram, so a
      *> test run can point this report at a separate file
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select reportFile
           assign to ".\complaint-monthly-summary.txt"
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

       fd complaintFile.
       01 complaintRec.
       copy "complaint.cpy".

       fd slaFile.
       01 slaLine.
           03 sw-category pic x(8).
           03 filler      pic x(1).
           03 sw-ackDays  pic 9(3).
           03 filler      pic x(1).
           03 sw-resDays  pic 9(3).

       fd cityFile.
       01 cityMasterRec.
       copy "citymaster.cpy".

       fd datafile.
       01 rec.
       copy "records.cpy".

       fd reportFile.
       01 reportLine pic x(132).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub  pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 wsDatafilePath pic x(255).
       01 fs-complaint pic x(2).
       01 fs-sla       pic x(2).
       01 fs-city      pic x(2).
       01 fs-datafile  pic x(2).
      *> the windows when complaint-sla.txt has no DEFAULT row
       01 wsDefaultAckDays pic 9(3) comp-5 value 5.
       01 wsDefaultResDays pic 9(3) comp-5 value 56.
       01 slaTable.
           03 slaEntry occurs 50 times.
               05 st-category pic x(8).
               05 st-ackDays  pic 9(3) comp-5.
               05 st-resDays  pic 9(3) comp-5.
       01 slaCount pic 9(9) comp-5 value 0.
       01 wsAckDays pic 9(3) comp-5.
       01 wsResDays pic 9(3) comp-5.
       01 wsReceivedDayNumber pic 9(9) comp-5.
       01 wsAckDayNumber      pic 9(9) comp-5.
       01 wsResolvedDayNumber pic 9(9) comp-5.
       01 wsRegion pic x(20).
       01 wsReceivedIn pic x(1).
       01 wsResolvedIn pic x(1).
       01 summaryTable.
           03 summaryEntry occurs 500 times.
               05 sm-category    pic x(8).
               05 sm-region      pic x(20).
               05 sm-received    pic 9(9) comp-5.
               05 sm-ackInTime   pic 9(9) comp-5.
               05 sm-resolved    pic 9(9) comp-5.
               05 sm-resInTime   pic 9(9) comp-5.
       01 summaryCount pic 9(9) comp-5 value 0.
       01 matchSub pic 9(9) comp-5 value 0.
       01 holdSummary.
           03 hs-category    pic x(8).
           03 hs-region      pic x(20).
           03 hs-received    pic 9(9) comp-5.
           03 hs-ackInTime   pic 9(9) comp-5.
           03 hs-resolved    pic 9(9) comp-5.
           03 hs-resInTime   pic 9(9) comp-5.
       01 categoryTotals.
           03 ct-received    pic 9(9) comp-5 value 0.
           03 ct-ackInTime   pic 9(9) comp-5 value 0.
           03 ct-resolved    pic 9(9) comp-5 value 0.
           03 ct-resInTime   pic 9(9) comp-5 value 0.
       01 grandTotals.
           03 gt-received    pic 9(9) comp-5 value 0.
           03 gt-ackInTime   pic 9(9) comp-5 value 0.
           03 gt-resolved    pic 9(9) comp-5 value 0.
           03 gt-resInTime   pic 9(9) comp-5 value 0.
       01 wsCategory pic x(8).
       01 reportTitle pic x(60).
       01 columnHeading.
           03 filler pic x(9)  value "CATEGORY".
           03 filler pic x(21) value "REGION".
           03 filler pic x(10) value "  RECEIVED".
           03 filler pic x(10) value "  ACK OK".
           03 filler pic x(10) value "  RESOLVED".
           03 filler pic x(10) value "  IN TIME".
       01 detailLine.
           03 dl-category pic x(8).
           03 filler      pic x(1) value space.
           03 dl-region   pic x(20).
           03 filler      pic x(1) value space.
           03 dl-received pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-ackOk    pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-resolved pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-inTime   pic z(8)9.

       linkage section.
       01 monthParm pic 9(6).

       procedure division using monthParm.
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
           perform 0500-load-windows

           open input complaintFile
           open input datafile
           open input cityFile
           move "N" to eof
           move 0 to cpCaseNo of complaintRec
           start complaintFile
               key is >= cpCaseNo of complaintRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read complaintFile next record
                   at end
                       move "Y" to eof
                   not at end
                       perform 1000-count-one-case
               end-read
           end-perform
           move "N" to eof
           close cityFile
           close datafile
           close complaintFile

           perform 2000-sort-summary
           perform 3000-write-summary

           display "complaint summary written for " monthParm
           display "cases received:  " gt-received
           display "cases resolved:  " gt-resolved
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

       0500-load-windows section.
           move "N" to eof
           open input slaFile
           if fs-sla = "00"
               perform until eof = "Y"
                   read slaFile
                       at end
                           move "Y" to eof
                       not at end
                           if sw-ackDays is numeric
                              and sw-resDays is numeric
                               perform 0510-note-one-window
                           end-if
                   end-read
               end-perform
           end-if
           close slaFile
           move "N" to eof
           .

       0510-note-one-window section.
           if sw-category = "DEFAULT"
               move sw-ackDays to wsDefaultAckDays
               move sw-resDays to wsDefaultResDays
           else
               if slaCount < 50
                   add 1 to slaCount
                   move sw-category to st-category(slaCount)
                   move sw-ackDays to st-ackDays(slaCount)
                   move sw-resDays to st-resDays(slaCount)
               end-if
           end-if
           .

       1000-count-one-case section.
           move "N" to wsReceivedIn
           move "N" to wsResolvedIn
           if cpReceivedDate of complaintRec(1:6) = monthParm
               move "Y" to wsReceivedIn
           end-if
           if cpStatus of complaintRec = "R"
              and cpResolvedDate of complaintRec(1:6) = monthParm
               move "Y" to wsResolvedIn
           end-if
           if wsReceivedIn = "Y" or wsResolvedIn = "Y"
               perform 1100-find-region
               perform 1200-find-summary-entry
               perform 1300-find-windows
               compute wsReceivedDayNumber = function integer-of-date
                   (cpReceivedDate of complaintRec)
               if wsReceivedIn = "Y" and matchSub > 0
                   add 1 to sm-received(matchSub)
                   if cpAckDate of complaintRec > 0
                       compute wsAckDayNumber = function
                           integer-of-date(cpAckDate of complaintRec)
                       if wsAckDayNumber
                          <= wsReceivedDayNumber + wsAckDays
                           add 1 to sm-ackInTime(matchSub)
                       end-if
                   end-if
               end-if
               if wsResolvedIn = "Y" and matchSub > 0
                   add 1 to sm-resolved(matchSub)
                   compute wsResolvedDayNumber = function
                       integer-of-date(cpResolvedDate of complaintRec)
                   if wsResolvedDayNumber
                      <= wsReceivedDayNumber + wsResDays
                       add 1 to sm-resInTime(matchSub)
                   end-if
               end-if
           end-if
           .

       1100-find-region section.
           move "UNASSIGNED" to wsRegion
           move cpRecordId of complaintRec to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   continue
               not invalid key
                   move recordCity of rec to cityName of cityMasterRec
                   read cityFile
                       key is cityName of cityMasterRec
                       invalid key
                           continue
                       not invalid key
                           if cityRegion of cityMasterRec
                              not = spaces
                               move cityRegion of cityMasterRec
                                   to wsRegion
                           end-if
                   end-read
           end-read
           .

       1200-find-summary-entry section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > summaryCount
               if sm-category(sub) = cpCategory of complaintRec
                  and sm-region(sub) = wsRegion
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and summaryCount < 500
               add 1 to summaryCount
               move summaryCount to matchSub
               move cpCategory of complaintRec
                   to sm-category(matchSub)
               move wsRegion to sm-region(matchSub)
               move 0 to sm-received(matchSub)
               move 0 to sm-ackInTime(matchSub)
               move 0 to sm-resolved(matchSub)
               move 0 to sm-resInTime(matchSub)
           end-if
           .

       1300-find-windows section.
           move wsDefaultAckDays to wsAckDays
           move wsDefaultResDays to wsResDays
           move 1 to sub
           perform until sub > slaCount
               if st-category(sub) = cpCategory of complaintRec
                   move st-ackDays(sub) to wsAckDays
                   move st-resDays(sub) to wsResDays
               end-if
               add 1 to sub
           end-perform
           .

      *> straight insertion sort on category then region - the same
      *> in-memory sort shape callbackWorklist uses
       2000-sort-summary section.
           move 2 to sub
           perform until sub > summaryCount
               move summaryEntry(sub) to holdSummary
               move sub to sub2
               perform until sub2 <= 1
                      or sm-category(sub2 - 1) < hs-category
                      or (sm-category(sub2 - 1) = hs-category
                          and sm-region(sub2 - 1) <= hs-region)
                   move summaryEntry(sub2 - 1) to summaryEntry(sub2)
                   subtract 1 from sub2
               end-perform
               move holdSummary to summaryEntry(sub2)
               add 1 to sub
           end-perform
           .

       3000-write-summary section.
           open output reportFile
           move spaces to reportTitle
           string "MONTHLY COMPLAINT SUMMARY - " monthParm
               delimited by size into reportTitle
           end-string
           write reportLine from reportTitle
           move spaces to reportLine
           write reportLine
           write reportLine from columnHeading
           move spaces to wsCategory
           move 1 to sub
           perform until sub > summaryCount
               if sm-category(sub) not = wsCategory
                   if sub > 1
                       perform 3200-write-category-total
                   end-if
                   move sm-category(sub) to wsCategory
               end-if
               move spaces to detailLine
               move sm-category(sub) to dl-category
               move sm-region(sub)   to dl-region
               move sm-received(sub) to dl-received
               move sm-ackInTime(sub) to dl-ackOk
               move sm-resolved(sub) to dl-resolved
               move sm-resInTime(sub) to dl-inTime
               write reportLine from detailLine
               add sm-received(sub)  to ct-received
               add sm-ackInTime(sub) to ct-ackInTime
               add sm-resolved(sub)  to ct-resolved
               add sm-resInTime(sub) to ct-resInTime
               add 1 to sub
           end-perform
           if summaryCount > 0
               perform 3200-write-category-total
           end-if
           move spaces to reportLine
           write reportLine
           move spaces to detailLine
           move "ALL" to dl-category
           move "ALL REGIONS" to dl-region
           move gt-received  to dl-received
           move gt-ackInTime to dl-ackOk
           move gt-resolved  to dl-resolved
           move gt-resInTime to dl-inTime
           write reportLine from detailLine
           close reportFile
           .

       3200-write-category-total section.
           move spaces to detailLine
           move wsCategory to dl-category
           move "CATEGORY TOTAL" to dl-region
           move ct-received  to dl-received
           move ct-ackInTime to dl-ackOk
           move ct-resolved  to dl-resolved
           move ct-resInTime to dl-inTime
           write reportLine from detailLine
           add ct-received  to gt-received
           add ct-ackInTime to gt-ackInTime
           add ct-resolved  to gt-resolved
           add ct-resInTime to gt-resInTime
           move 0 to ct-received
           move 0 to ct-ackInTime
           move 0 to ct-resolved
           move 0 to ct-resInTime
           .

       end program complaintMonthlySummary.
