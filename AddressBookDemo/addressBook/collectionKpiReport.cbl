      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Monthly collection KPIs - the trend receivablesAging's
      *> point-in-time picture can't give management.  For monthParm
      *> (yyyymm; zero means the month before the run date):
      *>   DSO - days-sales-outstanding, the month-end receivables
      *>   balance (the last AR-BALANCE row paymentPosting posted to
      *>   control-totals.txt in the month) over the month's gross
      *>   billing on invoice-register.txt (invoices, interest and
      *>   credit notes), times the days in the month;
      *>   CEI - the collection effectiveness index, the share of
      *>   the money that fell due in the month (every receivables-
      *>   master invoice whose due date, or issue plus thirty for a
      *>   row predating terms, lies in the month) that was collected
      *>   against those invoices by month end, from the P, A and R
      *>   rows of payment-history.txt;
      *>   average days-to-pay by cityRegion - issue date to payment
      *>   date for every payment in the month, the region from the
      *>   contact's city on city-master.txt.
      *> The month's DSO and CEI are posted back to the ledger as
      *> KPI-DSO and KPI-CEI, dated the last day of the month, and
      *> the report closes with the rolling twelve months read back
      *> from those rows, so the trend needs no spreadsheet.
       program-id. collectionKpiReport as "collectionKpiReport".

       environment division.
       input-output section.
       file-control.
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

           select optional registerFile
           assign to ".\invoice-register.txt"
           organization is line sequential
           file status is fs-register.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

      *> read for the month-end AR-BALANCE and the KPI history,
      *> then extended with this month's KPI rows
           select optional ledgerFile assign to ".\control-totals.txt"
           organization is line sequential
           file status is fs-ledger.

           select reportFile assign to ".\collection-kpi-report.txt"
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

       fd registerFile.
       01 registerLine.
           03 rg-invoiceNo pic x(9).
           03 filler       pic x(1).
           03 rg-date      pic x(8).
           03 filler       pic x(1).
           03 rg-recordId  pic x(9).
           03 filler       pic x(1).
           03 rg-fee       pic x(11).
           03 filler       pic x(1).
           03 rg-vat       pic x(11).
           03 filler       pic x(1).
           03 rg-total     pic x(11).

       fd payHistoryFile.
       01 payHistoryLine.
           03 ph-type      pic x(1).
           03 filler       pic x(1).
           03 ph-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 ph-date      pic 9(8).
           03 filler       pic x(1).
           03 ph-amount    pic 9(9).
           03 filler       pic x(1).
           03 ph-runDate   pic 9(8).
           03 filler       pic x(1).
           03 ph-onAccount pic 9(9).

       fd ledgerFile.
       01 ledgerLine.
           03 le-totalId pic x(16).
           03 filler     pic x(1) value space.
           03 le-date    pic 9(8).
           03 filler     pic x(1) value space.
           03 le-amount  pic s9(11)v99 sign leading separate.
           03 filler     pic x(1) value space.
           03 le-count   pic 9(9).

       fd reportFile.
       01 reportLine pic x(80).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-datafile   pic x(2).
       01 fs-cityfile   pic x(2).
       01 fs-master     pic x(2).
       01 fs-register   pic x(2).
       01 fs-payhistory pic x(2).
       01 fs-ledger     pic x(2).
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
       01 wsMonthStart pic 9(8).
       01 wsMonthEnd   pic 9(8).
       01 wsMonthStartDay pic 9(9) comp-5.
       01 wsMonthEndDay   pic 9(9) comp-5.
       01 wsDaysInMonth   pic 9(3) comp-5.
       01 wsRowDate pic 9(8).
       01 wsRowMonth pic 9(6).
       01 wsDueDayNumber pic 9(9) comp-5.
       01 wsPaidDayNumber pic 9(9) comp-5.
       01 wsDaysToPay pic s9(9) comp-5.
       01 wsApplied pic s9(9) comp-5.
       01 wsRegion pic x(20).
      *> the month's figures, money in hundredths
       01 monthSales    pic s9(11) comp-5 value 0.
       01 monthEndAr    pic s9(13)v99 comp-3 value 0.
       01 wsArDate      pic 9(8) value 0.
       01 wsArSeen      pic x(1) value "N".
       01 fellDue       pic s9(11) comp-5 value 0.
       01 fellDueCount  pic 9(9) comp-5 value 0.
       01 collectedDue  pic s9(11) comp-5 value 0.
       01 wsDso pic s9(7)v99 comp-3 value 0.
       01 wsCei pic s9(7)v99 comp-3 value 0.
       01 wsDsoKnown pic x(1) value "N".
       01 wsCeiKnown pic x(1) value "N".
      *> days-to-pay per region - a blank region is the cities the
      *> city master doesn't place
       01 regionTable.
           03 regionEntry occurs 50 times.
               05 rn-region pic x(20).
               05 rn-count  pic 9(9) comp-5.
               05 rn-days   pic 9(11) comp-5.
       01 regionCount pic 9(9) comp-5 value 0.
       01 paymentsInMonth pic 9(9) comp-5 value 0.
       01 daysInMonthTotal pic 9(11) comp-5 value 0.
      *> the rolling twelve months, oldest first - the last entry is
      *> the report month
       01 trendTable.
           03 trendEntry occurs 12 times.
               05 tr-month    pic 9(6).
               05 tr-dso      pic s9(7)v99 comp-3.
               05 tr-cei      pic s9(7)v99 comp-3.
               05 tr-dsoKnown pic x(1).
               05 tr-ceiKnown pic x(1).
       01 trendSub pic 9(4) comp-5 value 1.
       01 wsTrendMonth pic 9(6).
       01 wsTrendMonthView redefines wsTrendMonth.
           03 wsTrendYyyy pic 9(4).
           03 wsTrendMm   pic 9(2).
       01 dsoSum pic s9(9)v99 comp-3 value 0.
       01 ceiSum pic s9(9)v99 comp-3 value 0.
       01 dsoMonths pic 9(4) comp-5 value 0.
       01 ceiMonths pic 9(4) comp-5 value 0.
       01 wsAmountEdit pic s9(11)v99 comp-3.
       01 reportHeading1.
           03 filler pic x(27) value "COLLECTION KPI REPORT MONTH".
           03 filler pic x(1) value space.
           03 rh-month pic 9(6).
       01 kpiLine.
           03 kl-label  pic x(36).
           03 kl-amount pic -(11)9.99.
       01 kpiTextLine.
           03 kt-label  pic x(36).
           03 kt-text   pic x(20).
       01 regionHeading.
           03 filler pic x(22) value "REGION".
           03 filler pic x(11) value "PAYMENTS".
           03 filler pic x(16) value "AVG DAYS TO PAY".
       01 regionLine.
           03 rl-region pic x(20).
           03 filler    pic x(2) value spaces.
           03 rl-count  pic z(8)9.
           03 filler    pic x(2) value spaces.
           03 rl-days   pic z(6)9.9.
       01 trendHeading.
           03 filler pic x(10) value "MONTH".
           03 filler pic x(14) value "DSO".
           03 filler pic x(14) value "CEI %".
       01 trendLine.
           03 tl-month pic x(8).
           03 filler   pic x(2) value spaces.
           03 tl-dso   pic x(12).
           03 filler   pic x(2) value spaces.
           03 tl-cei   pic x(12).
       01 wsFigureEdit pic -(6)9.99.

       linkage section.
      *> the yyyymm to report - zero means last month
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
           perform 0500-month-bounds

           open input receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master ", no KPIs worked"
               goback
           end-if
           accept wsDatafilePath
               from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           open input datafile
           open input cityFile

           perform 1000-sum-month-sales
           perform 2000-sum-fallen-due
           perform 3000-weigh-payments
           perform 4000-read-ledger

           close cityFile
           close datafile
           close receivablesFile

           perform 5000-work-kpis
           perform 6000-write-report
           perform 7000-post-kpis

           display "DSO for " wsMonth ":          " wsDso
           display "CEI for " wsMonth ":          " wsCei
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

       0500-month-bounds section.
           compute wsMonthStart = wsMonth * 100 + 1
           compute wsMonthStartDay
               = function integer-of-date(wsMonthStart)
           move wsMonth to wsTrendMonth
           if wsTrendMm = 12
               move 1 to wsTrendMm
               add 1 to wsTrendYyyy
           else
               add 1 to wsTrendMm
           end-if
           compute wsMonthEndDay
               = function integer-of-date(wsTrendMonth * 100 + 1) - 1
           compute wsMonthEnd
               = function date-of-integer(wsMonthEndDay)
           compute wsDaysInMonth
               = wsMonthEndDay - wsMonthStartDay + 1
           .

      *> invoice, interest and "CN" credit rows dated in the month -
      *> gross, the figure the receivables balance grows by; the
      *> TOTALS trailer drops out on the numeric tests
       1000-sum-month-sales section.
           move "N" to eof
           open input registerFile
           if fs-register = "00"
               perform until eof = "Y"
                   read registerFile
                       at end
                           move "Y" to eof
                       not at end
                           if (rg-invoiceNo is numeric
                               or rg-invoiceNo(1:2) = "CN")
                              and rg-date is numeric
                               move rg-date to wsRowDate
                               move wsRowDate(1:6) to wsRowMonth
                               if wsRowMonth = wsMonth
                                   compute monthSales = monthSales
                                       + function numval(rg-total)
                                       * 100
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close registerFile
           move "N" to eof
           .

      *> every invoice on the master whose due date lies in the
      *> month, whatever became of it since - a write-off still fell
      *> due and was not collected
       2000-sum-fallen-due section.
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
                       perform 2100-compute-due-day
                       if wsDueDayNumber >= wsMonthStartDay
                          and wsDueDayNumber <= wsMonthEndDay
                           add 1 to fellDueCount
                           add rmDue of receivableRec to fellDue
                       end-if
               end-read
           end-perform
           move "N" to eof
           .

      *> a zero due date (rows predating terms) reads as issue plus
      *> thirty, the way receivablesAging reads it
       2100-compute-due-day section.
           if rmDueDate of receivableRec > 0
               compute wsDueDayNumber
                   = function integer-of-date
                       (rmDueDate of receivableRec)
           else
               compute wsDueDayNumber
                   = function integer-of-date
                       (rmInvoiceDate of receivableRec) + 30
           end-if
           .

      *> each history row is looked up on the master once: money
      *> applied by month end to an invoice that fell due in the
      *> month counts toward the CEI, and a payment dated in the
      *> month gives its region a days-to-pay figure
       3000-weigh-payments section.
           move "N" to eof
           open input payHistoryFile
           if fs-payhistory = "00"
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if ph-date is numeric
                              and ph-date > 0
                               perform 3100-weigh-one-row
                           end-if
                   end-read
               end-perform
           end-if
           close payHistoryFile
           move "N" to eof
           .

       3100-weigh-one-row section.
           move ph-invoiceNo to rmInvoiceNo of receivableRec
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   continue
               not invalid key
                   evaluate ph-type
                       when "P"
                           move ph-amount to wsApplied
                           if ph-onAccount is numeric
                               subtract ph-onAccount from wsApplied
                           end-if
                       when "A"
                           move ph-amount to wsApplied
                       when "R"
                           move ph-amount to wsApplied
                           if ph-onAccount is numeric
                               subtract ph-onAccount from wsApplied
                           end-if
                           compute wsApplied = 0 - wsApplied
                       when other
                           move 0 to wsApplied
                   end-evaluate
                   perform 2100-compute-due-day
                   if wsDueDayNumber >= wsMonthStartDay
                      and wsDueDayNumber <= wsMonthEndDay
                      and ph-date <= wsMonthEnd
                       add wsApplied to collectedDue
                   end-if
                   move ph-date(1:6) to wsRowMonth
                   if ph-type = "P" and wsRowMonth = wsMonth
                       perform 3200-note-days-to-pay
                   end-if
           end-read
           .

       3200-note-days-to-pay section.
           compute wsPaidDayNumber = function integer-of-date(ph-date)
           compute wsDaysToPay = wsPaidDayNumber
               - function integer-of-date
                   (rmInvoiceDate of receivableRec)
           if wsDaysToPay < 0
               move 0 to wsDaysToPay
           end-if
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
               move 0 to rn-count(matchSub)
               move 0 to rn-days(matchSub)
           end-if
           if matchSub > 0
               add 1 to rn-count(matchSub)
               add wsDaysToPay to rn-days(matchSub)
           end-if
           add 1 to paymentsInMonth
           add wsDaysToPay to daysInMonthTotal
           .

      *> the month-end balance is the last AR-BALANCE posted in the
      *> month; KPI rows from earlier reports fill the trend - a
      *> month reported twice keeps its later figures
       4000-read-ledger section.
           move 1 to trendSub
           move wsMonth to wsTrendMonth
           perform until trendSub > 11
               if wsTrendMm = 1
                   move 12 to wsTrendMm
                   subtract 1 from wsTrendYyyy
               else
                   subtract 1 from wsTrendMm
               end-if
               add 1 to trendSub
           end-perform
           move 1 to trendSub
           perform until trendSub > 12
               move wsTrendMonth to tr-month(trendSub)
               move 0 to tr-dso(trendSub)
               move 0 to tr-cei(trendSub)
               move "N" to tr-dsoKnown(trendSub)
               move "N" to tr-ceiKnown(trendSub)
               if wsTrendMm = 12
                   move 1 to wsTrendMm
                   add 1 to wsTrendYyyy
               else
                   add 1 to wsTrendMm
               end-if
               add 1 to trendSub
           end-perform

           move "N" to eof
           open input ledgerFile
           if fs-ledger = "00"
               perform until eof = "Y"
                   read ledgerFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 4100-note-one-ledger-row
                   end-read
               end-perform
           end-if
           close ledgerFile
           move "N" to eof
           .

       4100-note-one-ledger-row section.
           if le-totalId = "AR-BALANCE"
              and le-date >= wsMonthStart
              and le-date <= wsMonthEnd
              and le-date >= wsArDate
               move le-date to wsArDate
               move le-amount to monthEndAr
               move "Y" to wsArSeen
           end-if
           if le-totalId = "KPI-DSO" or le-totalId = "KPI-CEI"
               move le-date(1:6) to wsRowMonth
               move 1 to trendSub
               perform until trendSub > 11
                   if tr-month(trendSub) = wsRowMonth
                       if le-totalId = "KPI-DSO"
                           move le-amount to tr-dso(trendSub)
                           move "Y" to tr-dsoKnown(trendSub)
                       else
                           move le-amount to tr-cei(trendSub)
                           move "Y" to tr-ceiKnown(trendSub)
                       end-if
                   end-if
                   add 1 to trendSub
               end-perform
           end-if
           .

      *> no billing in the month leaves DSO undefined, and nothing
      *> falling due leaves CEI undefined - both are shown as such
      *> rather than as a misleading zero
       5000-work-kpis section.
           if wsArSeen = "Y" and monthSales > 0
               compute wsDso rounded
                   = (monthEndAr * 100 / monthSales) * wsDaysInMonth
               move "Y" to wsDsoKnown
           end-if
           if fellDue > 0
               compute wsCei rounded
                   = collectedDue * 100 / fellDue
               move "Y" to wsCeiKnown
           end-if
           move wsDso to tr-dso(12)
           move wsCei to tr-cei(12)
           move wsDsoKnown to tr-dsoKnown(12)
           move wsCeiKnown to tr-ceiKnown(12)
           .

       6000-write-report section.
           open output reportFile
           move wsMonth to rh-month
           write reportLine from reportHeading1
           move spaces to reportLine
           write reportLine

           move spaces to kpiLine
           move "MONTH-END RECEIVABLES" to kl-label
           move monthEndAr to kl-amount
           write reportLine from kpiLine
           move spaces to kpiLine
           move "BILLED IN MONTH" to kl-label
           compute wsAmountEdit = monthSales / 100
           move wsAmountEdit to kl-amount
           write reportLine from kpiLine
           if wsDsoKnown = "Y"
               move spaces to kpiLine
               move "DAYS SALES OUTSTANDING" to kl-label
               move wsDso to kl-amount
               write reportLine from kpiLine
           else
               move spaces to kpiTextLine
               move "DAYS SALES OUTSTANDING" to kt-label
               if wsArSeen = "Y"
                   move "NO BILLING" to kt-text
               else
                   move "NO AR ROW" to kt-text
               end-if
               write reportLine from kpiTextLine
           end-if
           move spaces to reportLine
           write reportLine

           move spaces to kpiLine
           move "FELL DUE IN MONTH" to kl-label
           compute wsAmountEdit = fellDue / 100
           move wsAmountEdit to kl-amount
           write reportLine from kpiLine
           move spaces to kpiLine
           move "COLLECTED ON IT BY MONTH END" to kl-label
           compute wsAmountEdit = collectedDue / 100
           move wsAmountEdit to kl-amount
           write reportLine from kpiLine
           if wsCeiKnown = "Y"
               move spaces to kpiLine
               move "COLLECTION EFFECTIVENESS %" to kl-label
               move wsCei to kl-amount
               write reportLine from kpiLine
           else
               move spaces to kpiTextLine
               move "COLLECTION EFFECTIVENESS %" to kt-label
               move "NOTHING FELL DUE" to kt-text
               write reportLine from kpiTextLine
           end-if
           move spaces to reportLine
           write reportLine

           write reportLine from regionHeading
           move 1 to sub
           perform until sub > regionCount
               move spaces to regionLine
               if rn-region(sub) = spaces
                   move "(no region)" to rl-region
               else
                   move rn-region(sub) to rl-region
               end-if
               move rn-count(sub) to rl-count
               compute rl-days rounded
                   = rn-days(sub) / rn-count(sub)
               write reportLine from regionLine
               add 1 to sub
           end-perform
           move spaces to regionLine
           move "ALL REGIONS" to rl-region
           move paymentsInMonth to rl-count
           if paymentsInMonth > 0
               compute rl-days rounded
                   = daysInMonthTotal / paymentsInMonth
           else
               move 0 to rl-days
           end-if
           write reportLine from regionLine
           move spaces to reportLine
           write reportLine

           write reportLine from trendHeading
           move 1 to trendSub
           perform until trendSub > 12
               perform 6100-write-trend-month
               add 1 to trendSub
           end-perform
           move spaces to trendLine
           move "AVERAGE" to tl-month
           if dsoMonths > 0
               compute wsFigureEdit rounded = dsoSum / dsoMonths
               move wsFigureEdit to tl-dso
           else
               move "n/a" to tl-dso
           end-if
           if ceiMonths > 0
               compute wsFigureEdit rounded = ceiSum / ceiMonths
               move wsFigureEdit to tl-cei
           else
               move "n/a" to tl-cei
           end-if
           write reportLine from trendLine
           close reportFile
           .

       6100-write-trend-month section.
           move spaces to trendLine
           move tr-month(trendSub) to tl-month
           if tr-dsoKnown(trendSub) = "Y"
               move tr-dso(trendSub) to wsFigureEdit
               move wsFigureEdit to tl-dso
               add tr-dso(trendSub) to dsoSum
               add 1 to dsoMonths
           else
               move "n/a" to tl-dso
           end-if
           if tr-ceiKnown(trendSub) = "Y"
               move tr-cei(trendSub) to wsFigureEdit
               move wsFigureEdit to tl-cei
               add tr-cei(trendSub) to ceiSum
               add 1 to ceiMonths
           else
               move "n/a" to tl-cei
           end-if
           write reportLine from trendLine
           .

      *> dated the month's last day, so next month's report finds
      *> them for its trend; an undefined KPI is not posted
       7000-post-kpis section.
           open extend ledgerFile
           if wsDsoKnown = "Y"
               move spaces to ledgerLine
               move "KPI-DSO" to le-totalId
               move wsMonthEnd to le-date
               move wsDso to le-amount
               move wsDaysInMonth to le-count
               write ledgerLine
           end-if
           if wsCeiKnown = "Y"
               move spaces to ledgerLine
               move "KPI-CEI" to le-totalId
               move wsMonthEnd to le-date
               move wsCei to le-amount
               move fellDueCount to le-count
               write ledgerLine
           end-if
           close ledgerFile
           .

       end program collectionKpiReport.
