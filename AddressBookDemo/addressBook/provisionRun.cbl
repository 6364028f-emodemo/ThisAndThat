      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The month-end bad-debt provision the auditors ask for,
      *> instead of a figure worked on paper from the aging
      *> printout.  For monthParm (yyyymm; zero means the month
      *> before the run date) every open invoice on the receivables
      *> master still carrying a balance is bucketed the way
      *> receivablesAging buckets it - by days past due at the
      *> month's last day, CURRENT, 1-30, 31-60, OVER 60 - except
      *> that an invoice under dispute (rmHold "H") falls in the
      *> DISPUTED bucket and one with the collections agency, or
      *> back from it uncollectable ("A" or "U"), in the AGENCY
      *> bucket.  Each bucket's percentage comes from
      *> provision-rates.txt ("<bucket> <percent, two implied
      *> decimals>", 10000 = 100%) - a bucket without a row refuses
      *> the run rather than provide nothing for it - and each
      *> invoice's provision is its balance at that percentage
      *> through Calculator's percentage operation with
      *> roundHalfUp, so the figure traces in calculator-log.txt.
      *> Every invoice's provision is kept on provision-history.txt
      *> under the month; a month already struck is never struck
      *> again.  The report shows the provision by bucket and by
      *> the contact's cityRegion against the latest earlier
      *> month's, the provision released on invoices writeOffRun
      *> has closed since, and the movement, which posts to
      *> control-totals.txt as PROVISION-MOVE dated the month's
      *> last day.
       program-id. provisionRun as "provisionRun".

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

           select optional cityFile assign to ".\city-master.txt"
           organization is indexed
           access is dynamic
           record key cityName of cityMasterRec with no duplicates
           file status is fs-cityfile.

           select receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

      *> the maintained percentage per bucket
           select optional rateFile assign to ".\provision-rates.txt"
           organization is line sequential
           file status is fs-rate.

      *> one row per invoice provided for, per month - read back for
      *> the comparison and the write-off release, then extended
      *> with this month's rows
           select optional historyFile
           assign to ".\provision-history.txt"
           organization is line sequential
           file status is fs-history.

           select reportFile assign to ".\provision-report.txt"
           organization is line sequential.

      *> cross-job control-totals ledger - every batch job posts its
      *> money and record totals here so the end-of-night balancing
      *> report can prove the cross-job identities instead of an
      *> operator adding up console displays
           select optional ledgerFile assign to ".\control-totals.txt"
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

       fd cityFile.
       01 cityMasterRec.
       copy "citymaster.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd rateFile.
       01 rateLine.
           03 pr-bucket pic x(8).
           03 filler    pic x(1).
           03 pr-rate   pic 9(5).

       fd historyFile.
       01 historyLine.
           03 pv-month     pic 9(6).
           03 filler       pic x(1) value space.
           03 pv-invoiceNo pic 9(9).
           03 filler       pic x(1) value space.
           03 pv-recordId  pic 9(9).
           03 filler       pic x(1) value space.
           03 pv-bucket    pic x(8).
           03 filler       pic x(1) value space.
           03 pv-region    pic x(20).
           03 filler       pic x(1) value space.
      *> balance and provision in hundredths
           03 pv-balance   pic 9(9).
           03 filler       pic x(1) value space.
           03 pv-rate      pic 9(5).
           03 filler       pic x(1) value space.
           03 pv-provision pic 9(9).

       fd reportFile.
       01 reportLine pic x(100).

       fd ledgerFile.
       01 ledgerLine.
           03 le-totalId pic x(16).
           03 filler     pic x(1) value space.
           03 le-date    pic 9(8).
           03 filler     pic x(1) value space.
           03 le-amount  pic s9(11)v99 sign leading separate.
           03 filler     pic x(1) value space.
           03 le-count   pic 9(9).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "calcReturnCode.cpy".
       01 fs-datafile pic x(2).
       01 fs-cityfile pic x(2).
       01 fs-master   pic x(2).
       01 fs-rate     pic x(2).
       01 fs-history  pic x(2).
       01 wsDatafilePath pic x(255).
       01 wsRunDate pic 9(8).
       01 wsRunDateView redefines wsRunDate.
           03 wsRunYyyy pic 9(4).
           03 wsRunMm   pic 9(2).
           03 wsRunDd   pic 9(2).
       01 wsMonth pic 9(6).
       01 wsMonthView redefines wsMonth.
           03 wsMonthYyyy pic 9(4).
           03 wsMonthMm   pic 9(2).
       01 wsNextMonth pic 9(6).
       01 wsNextMonthView redefines wsNextMonth.
           03 wsNextYyyy pic 9(4).
           03 wsNextMm   pic 9(2).
       01 wsMonthEnd pic 9(8).
       01 wsMonthEndDay pic 9(9) comp-5.
       01 wsDueDayNumber pic 9(9) comp-5.
       01 wsDaysPastDue pic s9(9) comp-5.
      *> the latest month before this one that was struck - what
      *> this month's provision is compared with
       01 wsPriorMonth pic 9(6) value 0.
       01 wsMonthStruck pic x(1) value "N".
       01 wsRatesOk pic x(1) value "Y".
       01 wsBalance pic s9(9) comp-5.
       01 wsBucketSub pic 9(4) comp-5.
       01 wsRegion pic x(20).
       01 wsRoundMode pic 99.
      *> decimal currency and percent arguments for Calculator
       01 wsArg1     pic s9(9)v99 comp-3.
       01 wsRateArg  pic s9(9)v99 comp-3.
       01 wsProvided pic s9(9)v99 comp-3.
       01 wsProvisionCents pic 9(9) comp-5.
      *> the six buckets, in report order
       01 bucketNames.
           03 filler pic x(8) value "CURRENT".
           03 filler pic x(8) value "1-30".
           03 filler pic x(8) value "31-60".
           03 filler pic x(8) value "OVER 60".
           03 filler pic x(8) value "DISPUTED".
           03 filler pic x(8) value "AGENCY".
       01 bucketNameTable redefines bucketNames.
           03 bucketName occurs 6 times pic x(8).
       01 bucketTable.
           03 bucketEntry occurs 6 times.
               05 bk-rate      pic 9(5).
               05 bk-rateSeen  pic x(1).
               05 bk-count     pic 9(9) comp-5.
               05 bk-balance   pic 9(11) comp-5.
               05 bk-provision pic 9(11) comp-5.
               05 bk-prior     pic 9(11) comp-5.
      *> provision per region - a blank region is the cities the
      *> city master doesn't place
       01 regionTable.
           03 regionEntry occurs 50 times.
               05 rn-region    pic x(20).
               05 rn-balance   pic 9(11) comp-5.
               05 rn-provision pic 9(11) comp-5.
               05 rn-prior     pic 9(11) comp-5.
       01 regionCount pic 9(9) comp-5 value 0.
      *> last month's provision per invoice, for the release of what
      *> writeOffRun has closed since
       01 priorTable.
           03 priorEntry occurs 10000 times.
               05 pt-invoiceNo pic 9(9) comp-5.
               05 pt-provision pic 9(9) comp-5.
       01 priorCount pic 9(9) comp-5 value 0.
       01 providedCount  pic 9(9) comp-5 value 0.
       01 provisionTotal pic 9(11) comp-5 value 0.
       01 balanceTotal   pic 9(11) comp-5 value 0.
       01 priorTotal     pic 9(11) comp-5 value 0.
       01 releasedTotal  pic 9(11) comp-5 value 0.
       01 releasedCount  pic 9(9) comp-5 value 0.
       01 wsMovement pic s9(11) comp-5 value 0.
       01 wsAmountEdit pic s9(11)v99 comp-3.
       01 reportHeading.
           03 filler pic x(35)
               value "BAD-DEBT PROVISION - MONTH ENDING ".
           03 rh-monthEnd pic 9(8).
           03 filler pic x(16) value "   COMPARED WITH".
           03 filler pic x(1) value space.
           03 rh-prior pic x(6).
       01 bucketHeading.
           03 filler pic x(10) value "BUCKET".
           03 filler pic x(8)  value "  RATE %".
           03 filler pic x(8)  value "   COUNT".
           03 filler pic x(15) value "        BALANCE".
           03 filler pic x(15) value "      PROVISION".
           03 filler pic x(15) value "     LAST MONTH".
           03 filler pic x(15) value "         CHANGE".
       01 bucketLine.
           03 bl-bucket    pic x(8).
           03 filler       pic x(2) value spaces.
           03 bl-rate      pic zz9.99.
           03 filler       pic x(1) value space.
           03 bl-count     pic z(7)9.
           03 filler       pic x(1) value space.
           03 bl-balance   pic z(10)9.99.
           03 filler       pic x(1) value space.
           03 bl-provision pic z(10)9.99.
           03 filler       pic x(1) value space.
           03 bl-prior     pic z(10)9.99.
           03 filler       pic x(1) value space.
           03 bl-change    pic -(10)9.99.
       01 regionHeading.
           03 filler pic x(22) value "REGION".
           03 filler pic x(15) value "        BALANCE".
           03 filler pic x(15) value "      PROVISION".
           03 filler pic x(15) value "     LAST MONTH".
           03 filler pic x(15) value "         CHANGE".
       01 regionLine.
           03 rl-region    pic x(20).
           03 filler       pic x(1) value space.
           03 rl-balance   pic z(10)9.99.
           03 filler       pic x(1) value space.
           03 rl-provision pic z(10)9.99.
           03 filler       pic x(1) value space.
           03 rl-prior     pic z(10)9.99.
           03 filler       pic x(1) value space.
           03 rl-change    pic -(10)9.99.
       01 summaryLine.
           03 sl-label  pic x(36).
           03 sl-amount pic -(10)9.99.

       linkage section.
      *> the yyyymm to provide for - zero means last month
       01 monthParm pic 9(6).

       procedure division using monthParm.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsRunDate from date yyyymmdd
           if monthParm = 0
               move wsRunYyyy to wsMonthYyyy
               move wsRunMm to wsMonthMm
               if wsMonthMm = 1
                   move 12 to wsMonthMm
                   subtract 1 from wsMonthYyyy
               else
                   subtract 1 from wsMonthMm
               end-if
           else
               move monthParm to wsMonth
           end-if
           perform 0500-month-end

           perform 0600-load-rates
           if wsRatesOk not = "Y"
               display "provision rates incomplete - nothing provided"
               goback
           end-if
           perform 0700-load-prior-provision
           if wsMonthStruck = "Y"
               display "provision for " wsMonth " already struck"
                   " - nothing provided"
               goback
           end-if

           open input receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master ", nothing provided"
               goback
           end-if
           accept wsDatafilePath
               from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           open input datafile
           open input cityFile
           open extend historyFile

           perform 1000-provide-open-invoices
           perform 2000-release-written-off

           close historyFile
           close cityFile
           close datafile
           close receivablesFile

           compute wsMovement = provisionTotal - priorTotal
           perform 3000-write-report
           perform 4000-post-control-totals

           display "provision for " wsMonth ":    " provisionTotal
           display "last month's provision: " priorTotal
           display "released on write-off:  " releasedTotal
           display "movement:               " wsMovement
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

       0500-month-end section.
           move wsMonth to wsNextMonth
           if wsNextMm = 12
               move 1 to wsNextMm
               add 1 to wsNextYyyy
           else
               add 1 to wsNextMm
           end-if
           compute wsMonthEndDay
               = function integer-of-date(wsNextMonth * 100 + 1) - 1
           compute wsMonthEnd
               = function date-of-integer(wsMonthEndDay)
           .

      *> every bucket must carry a rate - a missing one would
      *> provide nothing against it without anyone noticing
       0600-load-rates section.
           move 1 to sub
           perform until sub > 6
               move 0 to bk-rate(sub)
               move "N" to bk-rateSeen(sub)
               move 0 to bk-count(sub)
               move 0 to bk-balance(sub)
               move 0 to bk-provision(sub)
               move 0 to bk-prior(sub)
               add 1 to sub
           end-perform
           move "N" to eof
           open input rateFile
           if fs-rate = "00"
               perform until eof = "Y"
                   read rateFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 0610-note-one-rate
                   end-read
               end-perform
           end-if
           close rateFile
           move "N" to eof
           move "Y" to wsRatesOk
           move 1 to sub
           perform until sub > 6
               if bk-rateSeen(sub) not = "Y"
                   display "no provision rate for bucket "
                       bucketName(sub)
                   move "N" to wsRatesOk
               end-if
               add 1 to sub
           end-perform
           .

       0610-note-one-rate section.
           move 1 to sub
           perform until sub > 6
               if bucketName(sub) = pr-bucket
                  and pr-rate is numeric
                  and pr-rate <= 10000
                   move pr-rate to bk-rate(sub)
                   move "Y" to bk-rateSeen(sub)
               end-if
               add 1 to sub
           end-perform
           .

      *> two passes of the history: the first finds the latest month
      *> struck before this one (and whether this one already was),
      *> the second loads that month's rows
       0700-load-prior-provision section.
           move "N" to eof
           open input historyFile
           if fs-history = "00"
               perform until eof = "Y"
                   read historyFile
                       at end
                           move "Y" to eof
                       not at end
                           if pv-month = wsMonth
                               move "Y" to wsMonthStruck
                           end-if
                           if pv-month < wsMonth
                              and pv-month > wsPriorMonth
                               move pv-month to wsPriorMonth
                           end-if
                   end-read
               end-perform
           end-if
           close historyFile
           move "N" to eof
           if wsPriorMonth > 0 and wsMonthStruck = "N"
               open input historyFile
               perform until eof = "Y"
                   read historyFile
                       at end
                           move "Y" to eof
                       not at end
                           if pv-month = wsPriorMonth
                               perform 0710-note-one-prior-row
                           end-if
                   end-read
               end-perform
               close historyFile
               move "N" to eof
           end-if
           .

       0710-note-one-prior-row section.
           add pv-provision to priorTotal
           move 1 to sub
           perform until sub > 6
               if bucketName(sub) = pv-bucket
                   add pv-provision to bk-prior(sub)
               end-if
               add 1 to sub
           end-perform
           move pv-region to wsRegion
           perform 1300-find-region
           if matchSub > 0
               add pv-provision to rn-prior(matchSub)
           end-if
           if priorCount < 10000
               add 1 to priorCount
               move pv-invoiceNo to pt-invoiceNo(priorCount)
               move pv-provision to pt-provision(priorCount)
           end-if
           .

       1000-provide-open-invoices section.
           move "N" to eof
           move zeros to rmInvoiceNo of receivableRec
           start receivablesFile
               key is >= rmInvoiceNo of receivableRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read receivablesFile next record
                   at end
                       move "Y" to eof
                   not at end
                       compute wsBalance
                           = rmDue of receivableRec
                           - rmPaid of receivableRec
                       if rmStatus of receivableRec = "O"
                          and wsBalance > 0
                           perform 1100-provide-one-invoice
                       end-if
               end-read
           end-perform
           move "N" to eof
           .

       1100-provide-one-invoice section.
           perform 1200-choose-bucket
           perform 1250-find-contact-region
           compute wsArg1 = wsBalance / 100
           compute wsRateArg = bk-rate(wsBucketSub) / 100
           move percentage to func
           move roundHalfUp to wsRoundMode
           call "Calculator" using by value wsArg1
                                    by value wsRateArg
                                    by value func
                                    by reference wsProvided
                                    by value wsRoundMode
           if return-code = err-success and wsProvided > 0
               compute wsProvisionCents = wsProvided * 100
           else
               move 0 to wsProvisionCents
               move err-success to return-code
           end-if

           add 1 to providedCount
           add wsBalance to balanceTotal
           add wsProvisionCents to provisionTotal
           add 1 to bk-count(wsBucketSub)
           add wsBalance to bk-balance(wsBucketSub)
           add wsProvisionCents to bk-provision(wsBucketSub)
           perform 1300-find-region
           if matchSub > 0
               add wsBalance to rn-balance(matchSub)
               add wsProvisionCents to rn-provision(matchSub)
           end-if

           move spaces to historyLine
           move wsMonth to pv-month
           move rmInvoiceNo of receivableRec to pv-invoiceNo
           move rmRecordId of receivableRec to pv-recordId
           move bucketName(wsBucketSub) to pv-bucket
           move wsRegion to pv-region
           move wsBalance to pv-balance
           move bk-rate(wsBucketSub) to pv-rate
           move wsProvisionCents to pv-provision
           write historyLine
           .

      *> a held invoice takes its hold's bucket whatever its age;
      *> the rest age by days past due at the month's last day, a
      *> zero due date reading as issue plus thirty
       1200-choose-bucket section.
           if rmDueDate of receivableRec > 0
               compute wsDueDayNumber
                   = function integer-of-date
                       (rmDueDate of receivableRec)
           else
               compute wsDueDayNumber
                   = function integer-of-date
                       (rmInvoiceDate of receivableRec) + 30
           end-if
           compute wsDaysPastDue = wsMonthEndDay - wsDueDayNumber
           evaluate true
               when rmHold of receivableRec = "H"
                   move 5 to wsBucketSub
               when rmHold of receivableRec = "A"
                    or rmHold of receivableRec = "U"
                   move 6 to wsBucketSub
               when wsDaysPastDue <= 0
                   move 1 to wsBucketSub
               when wsDaysPastDue <= 30
                   move 2 to wsBucketSub
               when wsDaysPastDue <= 60
                   move 3 to wsBucketSub
               when other
                   move 4 to wsBucketSub
           end-evaluate
           .

       1250-find-contact-region section.
           move spaces to wsRegion
           move rmRecordId of receivableRec to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   continue
               not invalid key
                   move recordCity of rec
                       to cityName of cityMasterRec
                   read cityFile
                       key is cityName of cityMasterRec
                       invalid key
                           continue
                       not invalid key
                           move cityRegion of cityMasterRec
                               to wsRegion
                   end-read
           end-read
           .

       1300-find-region section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > regionCount
               if rn-region(sub) = wsRegion
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and regionCount < 50
               add 1 to regionCount
               move regionCount to matchSub
               move wsRegion to rn-region(matchSub)
               move 0 to rn-balance(matchSub)
               move 0 to rn-provision(matchSub)
               move 0 to rn-prior(matchSub)
           end-if
           .

      *> last month's provision on an invoice writeOffRun has since
      *> closed is released - the loss it was held against has
      *> happened, and the write-off carries it from here
       2000-release-written-off section.
           move 1 to sub
           perform until sub > priorCount
               move pt-invoiceNo(sub) to rmInvoiceNo of receivableRec
               read receivablesFile
                   key is rmInvoiceNo of receivableRec
                   invalid key
                       continue
                   not invalid key
                       if rmStatus of receivableRec = "W"
                           add pt-provision(sub) to releasedTotal
                           add 1 to releasedCount
                       end-if
               end-read
               add 1 to sub
           end-perform
           .

       3000-write-report section.
           open output reportFile
           move wsMonthEnd to rh-monthEnd
           if wsPriorMonth > 0
               move wsPriorMonth to rh-prior
           else
               move "(NONE)" to rh-prior
           end-if
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine

           write reportLine from bucketHeading
           move 1 to sub
           perform until sub > 6
               move spaces to bucketLine
               move bucketName(sub) to bl-bucket
               compute wsAmountEdit = bk-rate(sub) / 100
               move wsAmountEdit to bl-rate
               move bk-count(sub) to bl-count
               compute wsAmountEdit = bk-balance(sub) / 100
               move wsAmountEdit to bl-balance
               compute wsAmountEdit = bk-provision(sub) / 100
               move wsAmountEdit to bl-provision
               compute wsAmountEdit = bk-prior(sub) / 100
               move wsAmountEdit to bl-prior
               compute wsAmountEdit
                   = (bk-provision(sub) - bk-prior(sub)) / 100
               move wsAmountEdit to bl-change
               write reportLine from bucketLine
               add 1 to sub
           end-perform
           move spaces to bucketLine
           move "TOTAL" to bl-bucket
           move providedCount to bl-count
           compute wsAmountEdit = balanceTotal / 100
           move wsAmountEdit to bl-balance
           compute wsAmountEdit = provisionTotal / 100
           move wsAmountEdit to bl-provision
           compute wsAmountEdit = priorTotal / 100
           move wsAmountEdit to bl-prior
           compute wsAmountEdit = wsMovement / 100
           move wsAmountEdit to bl-change
           write reportLine from bucketLine
           move spaces to reportLine
           write reportLine

           write reportLine from regionHeading
           move 1 to sub
           perform until sub > regionCount
               move spaces to regionLine
               if rn-region(sub) = spaces
                   move "(NO REGION)" to rl-region
               else
                   move rn-region(sub) to rl-region
               end-if
               compute wsAmountEdit = rn-balance(sub) / 100
               move wsAmountEdit to rl-balance
               compute wsAmountEdit = rn-provision(sub) / 100
               move wsAmountEdit to rl-provision
               compute wsAmountEdit = rn-prior(sub) / 100
               move wsAmountEdit to rl-prior
               compute wsAmountEdit
                   = (rn-provision(sub) - rn-prior(sub)) / 100
               move wsAmountEdit to rl-change
               write reportLine from regionLine
               add 1 to sub
           end-perform
           move spaces to reportLine
           write reportLine

      *> how last month's figure became this month's - what the
      *> write-offs used up, and the rest of the movement
           move spaces to summaryLine
           move "PROVISION AT LAST MONTH END" to sl-label
           compute wsAmountEdit = priorTotal / 100
           move wsAmountEdit to sl-amount
           write reportLine from summaryLine
           move spaces to summaryLine
           move "RELEASED ON INVOICES WRITTEN OFF" to sl-label
           compute wsAmountEdit = 0 - releasedTotal / 100
           move wsAmountEdit to sl-amount
           write reportLine from summaryLine
           move spaces to summaryLine
           move "OTHER MOVEMENT" to sl-label
           compute wsAmountEdit
               = (wsMovement + releasedTotal) / 100
           move wsAmountEdit to sl-amount
           write reportLine from summaryLine
           move spaces to summaryLine
           move "PROVISION AT THIS MONTH END" to sl-label
           compute wsAmountEdit = provisionTotal / 100
           move wsAmountEdit to sl-amount
           write reportLine from summaryLine
           move spaces to summaryLine
           move "MOVEMENT POSTED" to sl-label
           compute wsAmountEdit = wsMovement / 100
           move wsAmountEdit to sl-amount
           write reportLine from summaryLine
           close reportFile
           .

      *> dated the month's last day, the way the KPI rows are, so
      *> the movement belongs to the month it was struck for
       4000-post-control-totals section.
           open extend ledgerFile
           move spaces to ledgerLine
           move "PROVISION-MOVE" to le-totalId
           move wsMonthEnd to le-date
           compute le-amount = wsMovement / 100
           move providedCount to le-count
           write ledgerLine
           close ledgerFile
           .

       end program provisionRun.
